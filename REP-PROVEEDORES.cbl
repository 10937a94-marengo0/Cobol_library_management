       IDENTIFICATION DIVISION.
       PROGRAM-ID.                REP-PROVEEDORES.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *DESEMPENO ANUAL DE LOS PROVEEDORES: A LOS LIBREROS LOS
      *ELEGIMOS POR COSTUMBRE, PERO ORDENES-COMPRA.DAT Y
      *FACTURAS-PROV.DAT YA SABEN CUANTO TARDA CADA UNO, CUANTO DE LO
      *PEDIDO MANDA, CUANTAS FACTURAS HUBO QUE RETENER Y A QUE
      *PRECIO FACTURA CONTRA EL DE LA ORDEN. POR CADA PROVEEDOR DE
      *PROVEEDORES.DAT CON MOVIMIENTO EN EL ANIO ELEGIDO:
      *  - DEMORA PROMEDIO Y PEOR DEMORA EN DIAS, DE LA FECHA DE LA
      *    ORDEN A LA ULTIMA RECEPCION DEL RENGLON (LOS RENGLONES SIN
      *    FECHA DE RECEPCION NO SE MIDEN);
      *  - CUMPLIMIENTO: RECIBIDO SOBRE PEDIDO, SOLO CON LOS
      *    RENGLONES COMPLETOS O CON MAS DE PLAZO-CUMPLIMIENTO DIAS
      *    (LO RECIEN PEDIDO TODAVIA NO PUEDE HABER LLEGADO);
      *  - RETENCION: RENGLONES DE FACTURA DEL ANIO QUE SE RETUVIERON
      *    (AUNQUE DESPUES SE LIBERARAN) SOBRE EL TOTAL;
      *  - DESVIO DE PRECIO: LO FACTURADO CONTRA LO MISMO A COSTO DE
      *    ORDEN, EN PORCENTAJE CON SIGNO;
      *  - GASTO: TOTAL FACTURADO EN EL ANIO.
      *EL PROVEEDOR QUE PASA ALGUNO DE LOS UMBRALES QUEDA MARCADO Y
      *LISTADO AL PIE PARA LA COMISION DE COMPRAS. TODO EN
      *PROVEEDORES-DESEMPENO.LST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

           SELECT ORDENES ASSIGN TO "ORDENES-COMPRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS FS-ORDENES.

           SELECT FACTURAS-PROV ASSIGN TO "FACTURAS-PROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS FS-FACTURAS.

           SELECT REPORTE-PRV ASSIGN TO "PROVEEDORES-DESEMPENO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD PROVEEDORES.
       01 DATOS-PROVEEDOR.
           05 PROV-CODIGO             PIC 9(4).
           05 PROV-NOMBRE             PIC X(30).
           05 PROV-DOMICILIO          PIC X(40).

       FD ORDENES.
       01 DATOS-ORDEN.
           05 OC-CLAVE.
               10 OC-NUMERO           PIC 9(6).
               10 OC-RENGLON          PIC 9(2).
           05 OC-PROVEEDOR            PIC 9(4).
           05 OC-FECHA                PIC 9(8).
           05 OC-ISBN                 PIC X(13).
           05 OC-TITULO               PIC X(20).
           05 OC-CANTIDAD             PIC 9(3).
           05 OC-COSTO                PIC 9(6).
           05 OC-RECIBIDO             PIC 9(3).
           05 OC-ESTADO               PIC X(1).
               88 OC-COMPLETA         VALUE "R".
           05 OC-CATEGORIA            PIC X(15).
           05 OC-FECHA-RECEPCION      PIC 9(8).

       FD FACTURAS-PROV.
       01 DATOS-FACTURA.
           05 FAC-CLAVE.
               10 FAC-PROVEEDOR       PIC 9(4).
               10 FAC-NUMERO          PIC X(12).
               10 FAC-RENGLON         PIC 9(2).
           05 FAC-FECHA               PIC 9(8).
           05 FAC-OC-NUMERO           PIC 9(6).
           05 FAC-OC-RENGLON          PIC 9(2).
           05 FAC-CANTIDAD            PIC 9(3).
           05 FAC-PRECIO              PIC 9(6).
           05 FAC-ESTADO              PIC X(1).
               88 FAC-RETENIDA        VALUE "R".
           05 FAC-MOTIVO              PIC X(20).
           05 FAC-TIPO-RETENCION      PIC X(1).
               88 FAC-FUE-RETENIDA    VALUE "P" "C" "O".
           05 FAC-CANT-DEVUELTA       PIC 9(3).

       FD REPORTE-PRV.
       01 LINEA-REPORTE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PROVEEDORES           PIC XX.
           88 ESTA-PROVEEDOR       VALUE "00" "02".
           88 FIN-PROVEEDORES      VALUE "10".
           88 F-NOEXISTE-PROV      VALUE "35".
       77 FS-ORDENES               PIC XX.
           88 ESTA-ORDEN           VALUE "00" "02".
           88 FIN-ORDENES          VALUE "10".
           88 F-NOEXISTE-OC        VALUE "35".
       77 FS-FACTURAS              PIC XX.
           88 FIN-FACTURAS         VALUE "10".
           88 F-NOEXISTE-FAC       VALUE "35".
       77 FS-REPORTE               PIC XX.
       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

      *VARIABLES PARA LA BITACORA CENTRAL DE ERRORES.
       77 WS-ARCHIVO-ERROR         PIC X(20) VALUE SPACES.
      *SEVERIDAD DE LA LINEA DE BITACORA (F=FATAL, E=ERROR,
      *W=AVISO); EL QUE LLAMA PUEDE PISARLA ANTES DE REGISTRAR.
       77 WS-SEVERIDAD-ERROR   PIC X     VALUE "E".
       77 WS-STATUS-ERROR          PIC XX    VALUE SPACES.
       77 WS-FECHA-ERROR           PIC 9(8)  VALUE ZEROS.
       77 WS-HORA-ERROR            PIC 9(8)  VALUE ZEROS.

      *UMBRALES DE LA COMISION DE COMPRAS: DEMORA PROMEDIO MAXIMA EN
      *DIAS, CUMPLIMIENTO MINIMO, RETENCION MAXIMA Y DESVIO DE
      *PRECIO MAXIMO (LOS TRES ULTIMOS EN PORCENTAJE).
       77 UMBRAL-DEMORA-DIAS       PIC 9(3) VALUE 30.
       77 UMBRAL-CUMPLIMIENTO      PIC 9(3) VALUE 90.
       77 UMBRAL-RETENCION         PIC 9(3) VALUE 10.
       77 UMBRAL-DESVIO-PRECIO     PIC 9(3) VALUE 5.
       77 PLAZO-CUMPLIMIENTO       PIC 9(3) VALUE 60.

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-SERIAL-HOY            PIC 9(7) VALUE ZEROS.
       77 WS-SERIAL-ORDEN          PIC 9(7) VALUE ZEROS.
       77 WS-DIAS                  PIC 9(5) VALUE ZEROS.
       77 WS-ANIO                  PIC 9(4) VALUE ZEROS.
       77 WS-ANIO-LINEA            PIC 9(4) VALUE ZEROS.
       77 WS-PROV-BUSCADO          PIC 9(4) VALUE ZEROS.
       77 WS-IND                   PIC 9(3) VALUE ZEROS.
       77 WS-IND-HALLADO           PIC 9(3) VALUE ZEROS.
       77 WS-CANT-MARCADOS         PIC 9(3) VALUE ZEROS.
       77 WS-IMPORTE-LINEA         PIC 9(9) VALUE ZEROS.

      *ACUMULADORES POR PROVEEDOR Y SUS INDICADORES.
       77 MAX-PROVEEDORES          PIC 9(3) VALUE 300.
       01 TABLA-PROVEEDORES.
           05 PRV-ENT OCCURS 300 TIMES.
               10 PRV-CODIGO       PIC 9(4).
               10 PRV-NOMBRE       PIC X(30).
               10 PRV-RENGLONES    PIC 9(5).
               10 PRV-PEDIDO       PIC 9(7).
               10 PRV-RECIBIDO     PIC 9(7).
               10 PRV-MEDIDOS      PIC 9(5).
               10 PRV-SUMA-DIAS    PIC 9(8).
               10 PRV-PEOR-DIAS    PIC 9(5).
               10 PRV-FAC-RENGLONES PIC 9(5).
               10 PRV-FAC-RETENIDAS PIC 9(5).
               10 PRV-GASTO        PIC 9(10).
               10 PRV-COTEJADO     PIC 9(10).
               10 PRV-A-COSTO-OC   PIC 9(10).
               10 PRV-DEMORA-PROM  PIC 9(5)V9.
               10 PRV-CUMPLIMIENTO PIC 9(3)V9.
               10 PRV-RETENCION    PIC 9(3)V9.
               10 PRV-DESVIO       PIC S9(4)V9.
               10 PRV-MARCA        PIC X(4).
       77 WS-CANT-PROVEEDORES      PIC 9(3) VALUE ZEROS.

       77 WS-DEMORA-ED             PIC ZZZZ9.9.
       77 WS-PEOR-ED               PIC ZZZZ9.
       77 WS-PORC-ED               PIC ZZ9.9.
       77 WS-RETEN-ED              PIC ZZ9.9.
       77 WS-DESVIO-ED             PIC -ZZZ9.9.
       77 WS-GASTO-ED              PIC Z(9)9.

       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "===== DESEMPENO DE PROVEEDORES =====".
           DISPLAY "Anio a analizar (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANIO.
           IF WS-ANIO = ZEROS
               MOVE WS-FECHA-HOY(1:4) TO WS-ANIO
           END-IF.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-HOY TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           MOVE FSR-SERIAL TO WS-SERIAL-HOY.
           PERFORM 020-CARGAR-PROVEEDORES
                   THRU 020-CARGAR-PROVEEDORES-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 010-SALIDA
           END-IF.
           PERFORM 030-SUMAR-ORDENES THRU 030-SUMAR-ORDENES-EXIT.
           PERFORM 040-SUMAR-FACTURAS THRU 040-SUMAR-FACTURAS-EXIT.
           PERFORM 050-CALCULAR-INDICADORES.
           PERFORM 060-GENERAR-REPORTE.
           DISPLAY "PROVEEDORES-DESEMPENO.LST GENERADO: "
                   WS-CANT-MARCADOS " PROVEEDORES A REVISAR.".
       010-SALIDA.
           STOP RUN.

       020-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF F-NOEXISTE-PROV
               DISPLAY "NO SE ENCUENTRA EL MAESTRO DE PROVEEDORES."
               MOVE "PROVEEDORES.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-PROVEEDORES    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 16 TO RETURN-CODE
               CLOSE PROVEEDORES
               GO TO 020-CARGAR-PROVEEDORES-EXIT
           END-IF.
           MOVE ZEROS TO PROV-CODIGO.
           START PROVEEDORES KEY IS NOT LESS THAN PROV-CODIGO
               INVALID KEY SET FIN-PROVEEDORES TO TRUE
           END-START.
           IF NOT FIN-PROVEEDORES
               READ PROVEEDORES NEXT RECORD AT END
                   SET FIN-PROVEEDORES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-PROVEEDORES
                   OR WS-CANT-PROVEEDORES >= MAX-PROVEEDORES
               ADD 1 TO WS-CANT-PROVEEDORES
               INITIALIZE PRV-ENT (WS-CANT-PROVEEDORES)
               MOVE PROV-CODIGO TO PRV-CODIGO (WS-CANT-PROVEEDORES)
               MOVE PROV-NOMBRE TO PRV-NOMBRE (WS-CANT-PROVEEDORES)
               READ PROVEEDORES NEXT RECORD AT END
                   SET FIN-PROVEEDORES TO TRUE END-READ
           END-PERFORM.
           CLOSE PROVEEDORES.
       020-CARGAR-PROVEEDORES-EXIT.
           EXIT.

       025-UBICAR-PROVEEDOR.
           MOVE ZEROS TO WS-IND-HALLADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-PROVEEDORES
                       OR WS-IND-HALLADO NOT = ZEROS
               IF PRV-CODIGO (WS-IND) = WS-PROV-BUSCADO
                   MOVE WS-IND TO WS-IND-HALLADO
               END-IF
           END-PERFORM.

      *RENGLONES DE ORDEN DEL ANIO: PEDIDO, RECIBIDO Y DEMORA HASTA
      *LA ULTIMA RECEPCION.
       030-SUMAR-ORDENES.
           OPEN INPUT ORDENES.
           IF F-NOEXISTE-OC
               DISPLAY "NO HAY ORDENES DE COMPRA."
               CLOSE ORDENES
               GO TO 030-SUMAR-ORDENES-EXIT
           END-IF.
           MOVE ZEROS TO OC-CLAVE.
           START ORDENES KEY IS NOT LESS THAN OC-CLAVE
               INVALID KEY SET FIN-ORDENES TO TRUE
           END-START.
           IF NOT FIN-ORDENES
               READ ORDENES NEXT RECORD AT END
                   SET FIN-ORDENES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-ORDENES
               MOVE OC-FECHA (1:4) TO WS-ANIO-LINEA
               IF WS-ANIO-LINEA = WS-ANIO
                   MOVE OC-PROVEEDOR TO WS-PROV-BUSCADO
                   PERFORM 025-UBICAR-PROVEEDOR
                   IF WS-IND-HALLADO NOT = ZEROS
                       PERFORM 035-SUMAR-RENGLON-OC
                   END-IF
               END-IF
               READ ORDENES NEXT RECORD AT END
                   SET FIN-ORDENES TO TRUE END-READ
           END-PERFORM.
           CLOSE ORDENES.
       030-SUMAR-ORDENES-EXIT.
           EXIT.

       035-SUMAR-RENGLON-OC.
           ADD 1 TO PRV-RENGLONES (WS-IND-HALLADO).
           MOVE "S" TO FSR-ACCION.
           MOVE OC-FECHA TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           MOVE FSR-SERIAL TO WS-SERIAL-ORDEN.
           IF OC-COMPLETA
               OR WS-SERIAL-HOY - WS-SERIAL-ORDEN > PLAZO-CUMPLIMIENTO
               ADD OC-CANTIDAD TO PRV-PEDIDO (WS-IND-HALLADO)
               ADD OC-RECIBIDO TO PRV-RECIBIDO (WS-IND-HALLADO)
           END-IF.
           IF OC-FECHA-RECEPCION IS NUMERIC
               AND OC-FECHA-RECEPCION NOT = ZEROS
               AND OC-RECIBIDO > ZEROS
               MOVE OC-FECHA-RECEPCION TO FSR-FECHA
               CALL "FECHA-SERIAL" USING FSR-PARAMETROS
               IF FSR-RESULTADO = "OK"
                   AND FSR-SERIAL >= WS-SERIAL-ORDEN
                   COMPUTE WS-DIAS = FSR-SERIAL - WS-SERIAL-ORDEN
                   ADD 1 TO PRV-MEDIDOS (WS-IND-HALLADO)
                   ADD WS-DIAS TO PRV-SUMA-DIAS (WS-IND-HALLADO)
                   IF WS-DIAS > PRV-PEOR-DIAS (WS-IND-HALLADO)
                       MOVE WS-DIAS TO PRV-PEOR-DIAS (WS-IND-HALLADO)
                   END-IF
               END-IF
           END-IF.

      *RENGLONES DE FACTURA DEL ANIO: RETENCIONES, GASTO Y, PARA LOS
      *QUE TIENEN SU RENGLON DE ORDEN, EL MISMO IMPORTE A COSTO DE
      *ORDEN.
       040-SUMAR-FACTURAS.
           OPEN INPUT FACTURAS-PROV.
           IF F-NOEXISTE-FAC
               CLOSE FACTURAS-PROV
               GO TO 040-SUMAR-FACTURAS-EXIT
           END-IF.
           OPEN INPUT ORDENES.
           MOVE LOW-VALUES TO FAC-CLAVE.
           START FACTURAS-PROV KEY IS NOT LESS THAN FAC-CLAVE
               INVALID KEY SET FIN-FACTURAS TO TRUE
           END-START.
           IF NOT FIN-FACTURAS
               READ FACTURAS-PROV NEXT RECORD AT END
                   SET FIN-FACTURAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-FACTURAS
               MOVE FAC-FECHA (1:4) TO WS-ANIO-LINEA
               IF WS-ANIO-LINEA = WS-ANIO
                   MOVE FAC-PROVEEDOR TO WS-PROV-BUSCADO
                   PERFORM 025-UBICAR-PROVEEDOR
                   IF WS-IND-HALLADO NOT = ZEROS
                       PERFORM 045-SUMAR-RENGLON-FAC
                   END-IF
               END-IF
               READ FACTURAS-PROV NEXT RECORD AT END
                   SET FIN-FACTURAS TO TRUE END-READ
           END-PERFORM.
           CLOSE ORDENES.
           CLOSE FACTURAS-PROV.
       040-SUMAR-FACTURAS-EXIT.
           EXIT.

       045-SUMAR-RENGLON-FAC.
           ADD 1 TO PRV-FAC-RENGLONES (WS-IND-HALLADO).
           IF FAC-RETENIDA OR FAC-FUE-RETENIDA
               ADD 1 TO PRV-FAC-RETENIDAS (WS-IND-HALLADO)
           END-IF.
           COMPUTE WS-IMPORTE-LINEA = FAC-CANTIDAD * FAC-PRECIO.
           ADD WS-IMPORTE-LINEA TO PRV-GASTO (WS-IND-HALLADO).
           MOVE FAC-OC-NUMERO  TO OC-NUMERO.
           MOVE FAC-OC-RENGLON TO OC-RENGLON.
           READ ORDENES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-ORDEN AND OC-PROVEEDOR = FAC-PROVEEDOR
               ADD WS-IMPORTE-LINEA TO PRV-COTEJADO (WS-IND-HALLADO)
               COMPUTE WS-IMPORTE-LINEA = FAC-CANTIDAD * OC-COSTO
               ADD WS-IMPORTE-LINEA
                   TO PRV-A-COSTO-OC (WS-IND-HALLADO)
           END-IF.

      *INDICADORES Y MARCA CONTRA LOS UMBRALES. UN INDICADOR SIN
      *DATOS EN EL ANIO NO MARCA AL PROVEEDOR.
       050-CALCULAR-INDICADORES.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-PROVEEDORES
               MOVE SPACES TO PRV-MARCA (WS-IND)
               IF PRV-MEDIDOS (WS-IND) > ZEROS
                   COMPUTE PRV-DEMORA-PROM (WS-IND) ROUNDED =
                           PRV-SUMA-DIAS (WS-IND) / PRV-MEDIDOS (WS-IND)
                   IF PRV-DEMORA-PROM (WS-IND) > UMBRAL-DEMORA-DIAS
                       MOVE "D" TO PRV-MARCA (WS-IND) (1:1)
                   END-IF
               END-IF
               IF PRV-PEDIDO (WS-IND) > ZEROS
                   COMPUTE PRV-CUMPLIMIENTO (WS-IND) ROUNDED =
                           PRV-RECIBIDO (WS-IND) * 100
                           / PRV-PEDIDO (WS-IND)
                   IF PRV-CUMPLIMIENTO (WS-IND) < UMBRAL-CUMPLIMIENTO
                       MOVE "C" TO PRV-MARCA (WS-IND) (2:1)
                   END-IF
               END-IF
               IF PRV-FAC-RENGLONES (WS-IND) > ZEROS
                   COMPUTE PRV-RETENCION (WS-IND) ROUNDED =
                           PRV-FAC-RETENIDAS (WS-IND) * 100
                           / PRV-FAC-RENGLONES (WS-IND)
                   IF PRV-RETENCION (WS-IND) > UMBRAL-RETENCION
                       MOVE "R" TO PRV-MARCA (WS-IND) (3:1)
                   END-IF
               END-IF
               IF PRV-A-COSTO-OC (WS-IND) > ZEROS
                   COMPUTE PRV-DESVIO (WS-IND) ROUNDED =
                           (PRV-COTEJADO (WS-IND)
                           - PRV-A-COSTO-OC (WS-IND)) * 100
                           / PRV-A-COSTO-OC (WS-IND)
                   IF PRV-DESVIO (WS-IND) > UMBRAL-DESVIO-PRECIO
                       MOVE "P" TO PRV-MARCA (WS-IND) (4:1)
                   END-IF
               END-IF
               IF PRV-MARCA (WS-IND) NOT = SPACES
                   ADD 1 TO WS-CANT-MARCADOS
               END-IF
           END-PERFORM.

       060-GENERAR-REPORTE.
           OPEN OUTPUT REPORTE-PRV.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DESEMPENO DE PROVEEDORES - ANIO " DELIMITED BY SIZE
                   WS-ANIO                    DELIMITED BY SIZE
                   " - EMITIDO "              DELIMITED BY SIZE
                   WS-FECHA-HOY               DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "UMBRALES: DEMORA > "       DELIMITED BY SIZE
                   UMBRAL-DEMORA-DIAS         DELIMITED BY SIZE
                   " DIAS, CUMPLIM < "        DELIMITED BY SIZE
                   UMBRAL-CUMPLIMIENTO        DELIMITED BY SIZE
                   "%, RETENC > "             DELIMITED BY SIZE
                   UMBRAL-RETENCION           DELIMITED BY SIZE
                   "%, DESVIO > "             DELIMITED BY SIZE
                   UMBRAL-DESVIO-PRECIO       DELIMITED BY SIZE
                   "%"                        DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-PROVEEDORES
               IF PRV-RENGLONES (WS-IND) > ZEROS
                   OR PRV-FAC-RENGLONES (WS-IND) > ZEROS
                   PERFORM 065-LINEAS-PROVEEDOR
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "A REVISAR POR LA COMISION DE COMPRAS:"
                   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  (D=DEMORA C=CUMPLIMIENTO R=RETENCION P=PRECIO)"
                   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-PROVEEDORES
               IF PRV-MARCA (WS-IND) NOT = SPACES
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  "                  DELIMITED BY SIZE
                           PRV-CODIGO (WS-IND)  DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           PRV-NOMBRE (WS-IND)  DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           PRV-MARCA (WS-IND)   DELIMITED BY SIZE
                           INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.
           IF WS-CANT-MARCADOS = ZEROS
               MOVE "  NINGUNO." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           CLOSE REPORTE-PRV.

       065-LINEAS-PROVEEDOR.
           MOVE SPACES TO LINEA-REPORTE.
           STRING PRV-CODIGO (WS-IND)         DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   PRV-NOMBRE (WS-IND)        DELIMITED BY SIZE
                   "  RENGLONES OC "          DELIMITED BY SIZE
                   PRV-RENGLONES (WS-IND)     DELIMITED BY SIZE
                   "  FACT "                  DELIMITED BY SIZE
                   PRV-FAC-RENGLONES (WS-IND) DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   PRV-MARCA (WS-IND)         DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE PRV-DEMORA-PROM (WS-IND)  TO WS-DEMORA-ED.
           MOVE PRV-PEOR-DIAS (WS-IND)    TO WS-PEOR-ED.
           MOVE PRV-CUMPLIMIENTO (WS-IND) TO WS-PORC-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "     DEMORA PROM "         DELIMITED BY SIZE
                   WS-DEMORA-ED               DELIMITED BY SIZE
                   " PEOR "                   DELIMITED BY SIZE
                   WS-PEOR-ED                 DELIMITED BY SIZE
                   " DIAS ("                  DELIMITED BY SIZE
                   PRV-MEDIDOS (WS-IND)       DELIMITED BY SIZE
                   " MEDIDOS)  CUMPLIMIENTO " DELIMITED BY SIZE
                   WS-PORC-ED                 DELIMITED BY SIZE
                   "%"                        DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE PRV-RETENCION (WS-IND) TO WS-RETEN-ED.
           MOVE PRV-DESVIO (WS-IND)    TO WS-DESVIO-ED.
           MOVE PRV-GASTO (WS-IND)     TO WS-GASTO-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "     RETENIDAS "           DELIMITED BY SIZE
                   WS-RETEN-ED                DELIMITED BY SIZE
                   "%  DESVIO PRECIO "        DELIMITED BY SIZE
                   WS-DESVIO-ED               DELIMITED BY SIZE
                   "%  GASTO "                DELIMITED BY SIZE
                   WS-GASTO-ED                DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "REP-PROVEEDORES " DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR   DELIMITED BY SIZE
                  " STATUS="         DELIMITED BY SIZE
                  WS-STATUS-ERROR    DELIMITED BY SIZE
                  " FECHA="          DELIMITED BY SIZE
                  WS-FECHA-ERROR     DELIMITED BY SIZE
                  " HORA="           DELIMITED BY SIZE
                  WS-HORA-ERROR      DELIMITED BY SIZE
                  " SEV="            DELIMITED BY SIZE
                  WS-SEVERIDAD-ERROR DELIMITED BY SIZE
                  INTO LINEA-ERROR-LOG
           END-STRING.
           OPEN EXTEND ERROR-LOG.
           IF NOT ESTA-ERROR-LOG
               CLOSE ERROR-LOG
               OPEN OUTPUT ERROR-LOG
           END-IF.
           WRITE LINEA-ERROR-LOG.
           CLOSE ERROR-LOG.
       END PROGRAM REP-PROVEEDORES.
