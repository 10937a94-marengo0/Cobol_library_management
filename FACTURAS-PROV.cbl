      *QUE EL AGING DE CUENTAS-CLIENTES PERO EN LA OTRA DIRECCION.
      *EL ANIO PASADO PAGAMOS DOS VECES LA MISMA CAJA DE ATLAS.

      *MODIFICACIONES.
      *15/10/2026 - ORDENES DE PAGO NUMERADAS (ORDENES-PAGO.DAT CON
      *  NUMERADOR ORDENES-PAGO.NUM) EN LUGAR DE MARCAR LA FACTURA
      *  PAGADA A SECAS: CADA ORDEN AGRUPA RENGLONES APROBADOS DE UN
      *  PROVEEDOR, LLEVA EL MEDIO (CHEQUE O TRANSFERENCIA), SU
      *  NUMERO Y LA CUENTA BANCARIA DE LA QUE SALE, Y ADMITE PAGO
      *  PARCIAL: EL RENGLON QUEDA "P" RECIEN CUANDO LO PAGADO EN
      *  TODAS SUS ORDENES CUBRE EL IMPORTE. LO PAGADO PASA DE
      *  COMPROMETIDO A EJECUTADO EN PRESUPUESTO-COMPRAS.DAT. EL
      *  LISTADO DE APROBADAS Y LA ANTIGUEDAD MUESTRAN EL SALDO.
      *  NUEVO REGISTRO DE CHEQUES Y TRANSFERENCIAS DEL MES
      *  (REGISTRO-PAGOS.LST). DEPOSITOS-BANCO CONCILIA LAS ORDENES
      *  CONTRA LOS DEBITOS DEL RESUMEN BANCARIO.
      *15/10/2026 - EL RENGLON RETENIDO GUARDA EL TIPO DE RETENCION
      *  (AGREGADO AL FINAL: P=PRECIO, C=CANTIDAD, O=ORDEN) Y LO
      *  CONSERVA AUNQUE DESPUES SE LIBERE, PARA QUE REP-PROVEEDORES
      *  PUEDA CONTAR CUANTAS FACTURAS DE CADA PROVEEDOR SE
      *  RETUVIERON EN EL ANIO.
      *15/10/2026 - DEVOLUCIONES A PROVEEDOR (COMPRAS.CBL): EL
      *  RENGLON GUARDA LA CANTIDAD DEVUELTA (AGREGADA AL FINAL) Y
      *  EL CRUCE, EL LISTADO DE APROBADAS, LA ANTIGUEDAD Y LA ORDEN
      *  DE PAGO TOMAN EL IMPORTE NETO DE ESA DEVOLUCION; EL RENGLON
      *  QUE QUEDA SIN SALDO SE CANCELA AL PAGAR LA FACTURA. LAS
      *  NOTAS DE DEBITO CON IMPORTE YA PAGADO A REINTEGRAR SALEN AL
      *  PIE DE APROBADAS-PAGO.LST, SE AVISAN AL EMITIR UNA ORDEN DE
      *  PAGO AL PROVEEDOR Y SE DAN POR COMPENSADAS CON LA OPCION 7.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS FS-ORDENES.

      *ORDENES DE PAGO: UNA FILA POR RENGLON DE FACTURA PAGADO.
           SELECT ORDENES-PAGO ASSIGN TO "ORDENES-PAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-CLAVE
               FILE STATUS IS FS-ORDENES-PAGO.

           SELECT OPA-NUMERADOR ASSIGN TO "ORDENES-PAGO.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.

      *PRESUPUESTO DE ADQUISICIONES POR ANIO Y CATEGORIA.
           SELECT PRESUPUESTO ASSIGN TO "PRESUPUESTO-COMPRAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS FS-PRESUPUESTO.

      *NOTAS DE DEBITO POR DEVOLUCIONES (COMPRAS.CBL).
           SELECT NOTAS-DEBITO ASSIGN TO "NOTAS-DEBITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-NUMERO
               FILE STATUS IS FS-NOTAS.

           SELECT REPORTE-REG ASSIGN TO "REGISTRO-PAGOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP-REG.

           SELECT REPORTE-PAGO ASSIGN TO "APROBADAS-PAGO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP-PAGO.
               88 FAC-PAGADA          VALUE "P".
      *MOTIVO DE LA RETENCION, EN BLANCO SI APROBO.
           05 FAC-MOTIVO              PIC X(20).
      *TIPO DE LA RETENCION ORIGINAL; QUEDA AUNQUE SE LIBERE EL
      *RENGLON. EN BLANCO SI NUNCA SE RETUVO.
           05 FAC-TIPO-RETENCION      PIC X(1).
               88 FAC-FUE-RETENIDA    VALUE "P" "C" "O".
      *EJEMPLARES DEL RENGLON DEVUELTOS AL PROVEEDOR CON NOTA DE
      *DEBITO; EL IMPORTE DEL RENGLON ES SOBRE LA CANTIDAD NETA.
           05 FAC-CANT-DEVUELTA       PIC 9(3).

       FD PROVEEDORES.
       01 DATOS-PROVEEDOR.
           05 OC-ESTADO               PIC X(1).
      *CATEGORIA DEL RENGLON (AGREGADA AL FINAL).
           05 OC-CATEGORIA            PIC X(15).
      *FECHA DE LA ULTIMA RECEPCION DEL RENGLON (AGREGADA AL FINAL;
      *CERO MIENTRAS NO LLEGUE NADA).
           05 OC-FECHA-RECEPCION      PIC 9(8).

      *LA CABECERA DE LA ORDEN (PROVEEDOR, FECHA, MEDIO, NUMERO DE
      *CHEQUE O TRANSFERENCIA, CUENTA Y ESTADO) SE REPITE EN CADA
      *FILA, COMO EN ORDENES-COMPRA.DAT. EL ESTADO PASA A "C" CUANDO
      *DEPOSITOS-BANCO ENCUENTRA EL DEBITO EN EL RESUMEN.
       FD ORDENES-PAGO.
       01 DATOS-ORDEN-PAGO.
           05 OPA-CLAVE.
               10 OPA-NUMERO          PIC 9(6).
               10 OPA-RENGLON         PIC 9(2).
           05 OPA-PROVEEDOR           PIC 9(4).
           05 OPA-FECHA               PIC 9(8).
           05 OPA-MEDIO               PIC X(1).
               88 OPA-CHEQUE          VALUE "C".
               88 OPA-TRANSFERENCIA   VALUE "T".
           05 OPA-COMPROBANTE         PIC X(12).
           05 OPA-CUENTA-BANCO        PIC X(12).
           05 OPA-FAC-NUMERO          PIC X(12).
           05 OPA-FAC-RENGLON         PIC 9(2).
           05 OPA-IMPORTE             PIC 9(8)V99.
           05 OPA-ESTADO              PIC X(1).
               88 OPA-EMITIDA         VALUE "E".
               88 OPA-CONCILIADA      VALUE "C".
           05 OPA-FECHA-CONCILIADO    PIC 9(8).

       FD OPA-NUMERADOR.
       01 LINEA-NUMERADOR             PIC 9(6).

       FD PRESUPUESTO.
       01 DATOS-PRESUPUESTO.
           05 PRE-CLAVE.
               10 PRE-ANIO            PIC 9(4).
               10 PRE-CATEGORIA       PIC X(15).
           05 PRE-ASIGNADO            PIC 9(8).
           05 PRE-COMPROMETIDO        PIC 9(8).
           05 PRE-EJECUTADO           PIC 9(8).

      *MISMO LAYOUT QUE EN COMPRAS.CBL.
       FD NOTAS-DEBITO.
       01 DATOS-NOTA-DEBITO.
           05 ND-NUMERO               PIC 9(6).
           05 ND-FECHA                PIC 9(8).
           05 ND-PROVEEDOR            PIC 9(4).
           05 ND-OC-NUMERO            PIC 9(6).
           05 ND-OC-RENGLON           PIC 9(2).
           05 ND-LIBRO-ID             PIC 9(6).
           05 ND-CANTIDAD             PIC 9(3).
           05 ND-IMPORTE              PIC 9(8).
           05 ND-IMPORTE-REINTEGRO    PIC 9(8).
           05 ND-REPONE               PIC X(1).
           05 ND-MOTIVO               PIC X(30).
           05 ND-ESTADO               PIC X(1).
               88 ND-APLICADA         VALUE "A".
               88 ND-PENDIENTE        VALUE "P".
               88 ND-COMPENSADA       VALUE "C".
           05 ND-FECHA-COMPENSADA     PIC 9(8).
           05 ND-REFERENCIA           PIC X(20).

       FD REPORTE-REG.
       01 LINEA-REP-REG               PIC X(100).

       FD REPORTE-PAGO.
       01 LINEA-REP-PAGO              PIC X(90).

       FD REPORTE-VENC.
       01 LINEA-REP-VENC              PIC X(80).
           88 ESTA-ORDEN           VALUE "00" "02".
           88 F-NOEXISTE-OC        VALUE "35".

       77 FS-ORDENES-PAGO          PIC XX.
           88 ESTA-ORDEN-PAGO      VALUE "00" "02".
           88 FIN-ORDENES-PAGO     VALUE "10".
           88 F-NOEXISTE-OPA       VALUE "35".

       77 FS-NUMERADOR             PIC XX.
           88 F-NOEXISTE-NUM       VALUE "35".

       77 FS-PRESUPUESTO           PIC XX.
           88 ESTA-PRESUPUESTO     VALUE "00" "02".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-NOTAS                 PIC XX.
           88 ESTA-NOTA            VALUE "00" "02".
           88 FIN-NOTAS            VALUE "10".
           88 F-NOEXISTE-ND        VALUE "35".

       77 FS-REP-REG               PIC XX.

       77 FS-REP-PAGO              PIC XX.
           88 ESTA-REP-PAGO        VALUE "00" "02".

       77 WS-YA-FACTURADO          PIC 9(4) VALUE ZEROS.
       77 WS-IMPORTE-RENGLON       PIC 9(9) VALUE ZEROS.

      *ORDEN DE PAGO EN CURSO. EL NUMERO SE TOMA DEL NUMERADOR CON
      *EL PRIMER RENGLON PAGADO, PARA NO DEJAR HUECOS.
       77 WS-NUMERO-OP             PIC 9(6) VALUE ZEROS.
       77 WS-RENGLON-OP            PIC 9(2) VALUE ZEROS.
       77 WS-MEDIO                 PIC X(1) VALUE SPACES.
           88 MEDIO-VALIDO         VALUE "C" "T".
       77 WS-COMPROBANTE           PIC X(12) VALUE SPACES.
       77 WS-CUENTA-BANCO          PIC X(12) VALUE SPACES.
       77 WS-FECHA-PAGO            PIC 9(8) VALUE ZEROS.
       77 WS-FIN-ORDEN             PIC X VALUE "N".
           88 FIN-ORDEN            VALUE "S".
       77 WS-HAY-PAGOS             PIC X VALUE "N".
           88 HAY-PAGOS            VALUE "S".
       77 WS-HAY-ORDENES-OC        PIC X VALUE "N".
           88 HAY-ORDENES-OC       VALUE "S".
       77 WS-PAGADO                PIC 9(8)V99 VALUE ZEROS.
       77 WS-SALDO-RENGLON         PIC 9(8)V99 VALUE ZEROS.
       77 WS-IMPORTE-PAGO          PIC 9(8)V99 VALUE ZEROS.
       77 WS-TOTAL-ORDEN           PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOTAL-GENERAL         PIC 9(9)V99 VALUE ZEROS.
       77 WS-NUMERO-ANT            PIC 9(6) VALUE ZEROS.
       77 WS-PERIODO               PIC 9(6) VALUE ZEROS.
       77 WS-CANT-ORDENES          PIC 9(4) VALUE ZEROS.
       77 WS-ESTADO-TEXTO          PIC X(10) VALUE SPACES.
       77 WS-MEDIO-TEXTO           PIC X(6) VALUE SPACES.
       77 WS-TOTAL-EDIT            PIC 9(8).99 VALUE ZEROS.

      *LO PAGADO PASA DE COMPROMETIDO A EJECUTADO EN LA CATEGORIA
      *DEL RENGLON DE ORDEN DE COMPRA, MISMO CRITERIO QUE
      *080-ACTUALIZAR-PRESUPUESTO EN COMPRAS.CBL.
       77 WS-CATEGORIA             PIC X(15) VALUE SPACES.
       77 WS-IMPORTE-PRE           PIC 9(8) VALUE ZEROS.
       77 WS-NUEVO-COMPROMETIDO    PIC S9(9) VALUE ZEROS.
       77 WS-NUEVO-EJECUTADO       PIC S9(9) VALUE ZEROS.

      *Entrada de importes con centavos, mismo descifrado que
      *095-DESCIFRAR-IMPORTE en VENTAS-LOCAL: punto decimal
      *opcional ("12.50" son doce con cincuenta).
       77 WS-IMP-TEXTO             PIC X(10) VALUE SPACES.
       77 WS-IMPORTE-PARSEADO      PIC 9(7)V99 VALUE ZEROS.
       77 WS-IMP-IDX               PIC 9(2) VALUE ZEROS.
       77 WS-IMP-EN-DEC            PIC X VALUE "N".
           88 IMP-EN-DECIMALES     VALUE "S".
       77 WS-IMP-CENT              PIC 9(1) VALUE ZEROS.
       01 WS-IMP-CHAR              PIC X.
       01 WS-IMP-CHAR-N REDEFINES WS-IMP-CHAR PIC 9.
      *Importe editado con punto decimal para pantalla y listados.
       77 WS-IMPORTE-EDIT          PIC 9(7).99 VALUE ZEROS.

      *ANTIGUEDAD: TRAMOS DE 30 DIAS SOBRE LA FECHA DE FACTURA,
      *MISMA ESCALERA QUE CUENTAS-CLIENTES. LA CUENTA DE DIAS ES
      *APROXIMADA POR MESES DE 30, ALCANZA PARA ENCASILLAR.
       77 WS-MES-FAC               PIC 9(2) VALUE ZEROS.
       77 WS-DIA-FAC               PIC 9(2) VALUE ZEROS.

      *NOTAS DE DEBITO PENDIENTES DE REINTEGRO.
       77 WS-NUMERO-ND             PIC 9(6) VALUE ZEROS.
       77 WS-CANT-NOTAS            PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-NOTAS           PIC 9(9) VALUE ZEROS.
       77 WS-REFERENCIA            PIC X(20) VALUE SPACES.
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
               DISPLAY "2. LIBERAR RENGLON RETENIDO"
               DISPLAY "3. LISTADO DE APROBADAS PARA PAGO"
               DISPLAY "4. ANTIGUEDAD DE DEUDA CON PROVEEDORES"
               DISPLAY "5. EMITIR ORDEN DE PAGO"
               DISPLAY "6. REGISTRO DE CHEQUES Y TRANSFERENCIAS"
               DISPLAY "7. COMPENSAR NOTA DE DEBITO"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
                                  THRU 050-LISTADO-APROBADAS-EXIT
                   WHEN 4 PERFORM 060-ANTIGUEDAD
                                  THRU 060-ANTIGUEDAD-EXIT
                   WHEN 5 PERFORM 070-ORDEN-PAGO
                                  THRU 070-ORDEN-PAGO-EXIT
                   WHEN 6 PERFORM 090-REGISTRO-PAGOS
                                  THRU 090-REGISTRO-PAGOS-EXIT
                   WHEN 7 PERFORM 096-COMPENSAR-NOTA
                                  THRU 096-COMPENSAR-NOTA-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           MOVE WS-PRECIO       TO FAC-PRECIO.
           SET FAC-APROBADA     TO TRUE.
           MOVE SPACES          TO FAC-MOTIVO.
           MOVE SPACES          TO FAC-TIPO-RETENCION.
           MOVE ZEROS           TO FAC-CANT-DEVUELTA.
           MOVE WS-OC-NUMERO  TO OC-NUMERO.
           MOVE WS-OC-RENGLON TO OC-RENGLON.
           READ ORDENES
           IF NOT ESTA-ORDEN
               SET FAC-RETENIDA TO TRUE
               MOVE "ORDEN INEXISTENTE" TO FAC-MOTIVO
               MOVE "O" TO FAC-TIPO-RETENCION
           ELSE
               IF OC-PROVEEDOR NOT = WS-PROVEEDOR
                   SET FAC-RETENIDA TO TRUE
                   MOVE "ORDEN DE OTRO PROV" TO FAC-MOTIVO
                   MOVE "O" TO FAC-TIPO-RETENCION
               ELSE
                   PERFORM 035-SUMAR-YA-FACTURADO
                   IF WS-CANTIDAD + WS-YA-FACTURADO > OC-RECIBIDO
                       SET FAC-RETENIDA TO TRUE
                       MOVE "FACTURA MAS QUE RECIBIDO"
                               TO FAC-MOTIVO
                       MOVE "C" TO FAC-TIPO-RETENCION
                   ELSE
                       IF WS-PRECIO NOT = OC-COSTO
                           SET FAC-RETENIDA TO TRUE
                           MOVE "PRECIO DISTINTO ORDEN"
                                   TO FAC-MOTIVO
                           MOVE "P" TO FAC-TIPO-RETENCION
                       END-IF
                   END-IF
               END-IF
           EXIT.

      *SUMA LO YA FACTURADO (NO RETENIDO) CONTRA EL MISMO RENGLON
      *DE ORDEN, PARA QUE DOS FACTURAS NO COBREN LA MISMA CAJA. LO
      *DEVUELTO CON NOTA DE DEBITO NO CUENTA: SI EL PROVEEDOR REPONE
      *LOS EJEMPLARES PUEDE FACTURAR LA REPOSICION.
       035-SUMAR-YA-FACTURADO.
           MOVE ZEROS TO WS-YA-FACTURADO.
           MOVE LOW-VALUES TO FAC-CLAVE.
               IF FAC-OC-NUMERO = WS-OC-NUMERO
                   AND FAC-OC-RENGLON = WS-OC-RENGLON
                   AND NOT FAC-RETENIDA
                   IF FAC-CANT-DEVUELTA NOT NUMERIC
                       MOVE ZEROS TO FAC-CANT-DEVUELTA
                   END-IF
                   COMPUTE WS-YA-FACTURADO = WS-YA-FACTURADO
                           + FAC-CANTIDAD - FAC-CANT-DEVUELTA
               END-IF
               READ FACTURAS-PROV NEXT RECORD AT END
                   SET FIN-FACTURAS TO TRUE END-READ
           MOVE WS-PRECIO        TO FAC-PRECIO.
           SET FAC-APROBADA      TO TRUE.
           MOVE SPACES           TO FAC-MOTIVO.
           MOVE SPACES           TO FAC-TIPO-RETENCION.
           MOVE ZEROS            TO FAC-CANT-DEVUELTA.

      *UN RENGLON RETENIDO QUE LA REVISION DA POR BUENO SE LIBERA
      *A MANO (POR EJEMPLO, PRECIO NUEVO ACORDADO POR TELEFONO).
           EXIT.

      *RENGLONES APROBADOS Y TODAVIA NO PAGADOS, PARA LA FIRMA DEL
      *TESORERO, CON EL SALDO QUE LES DEJAN LOS PAGOS PARCIALES.
       050-LISTADO-APROBADAS.
           OPEN INPUT FACTURAS-PROV.
           IF F-NOEXISTE-FAC
               CLOSE FACTURAS-PROV
               GO TO 050-LISTADO-APROBADAS-EXIT
           END-IF.
           PERFORM 077-ABRIR-PAGOS.
           OPEN OUTPUT REPORTE-PAGO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO LINEA-REP-PAGO.
           END-IF.
           PERFORM UNTIL FIN-FACTURAS
               IF FAC-APROBADA
                   PERFORM 075-SALDO-RENGLON
               END-IF
               IF FAC-APROBADA AND WS-SALDO-RENGLON > ZEROS
                   MOVE WS-SALDO-RENGLON TO WS-IMPORTE-EDIT
                   MOVE SPACES TO LINEA-REP-PAGO
                   STRING "PROV "          DELIMITED BY SIZE
                           FAC-PROVEEDOR   DELIMITED BY SIZE
                           FAC-FECHA       DELIMITED BY SIZE
                           " IMPORTE "     DELIMITED BY SIZE
                           WS-IMPORTE-RENGLON DELIMITED BY SIZE
                           " SALDO "       DELIMITED BY SIZE
                           WS-IMPORTE-EDIT DELIMITED BY SIZE
                           INTO LINEA-REP-PAGO
                   WRITE LINEA-REP-PAGO
               END-IF
               READ FACTURAS-PROV NEXT RECORD AT END
                   SET FIN-FACTURAS TO TRUE END-READ
           END-PERFORM.
           PERFORM 055-NOTAS-PENDIENTES THRU 055-NOTAS-PENDIENTES-EXIT.
           CLOSE REPORTE-PAGO.
           CLOSE FACTURAS-PROV.
           IF HAY-PAGOS
               CLOSE ORDENES-PAGO
           END-IF.
           DISPLAY "APROBADAS-PAGO.LST GENERADO.".
       050-LISTADO-APROBADAS-EXIT.
           EXIT.

      *PIE DEL LISTADO DE APROBADAS: NOTAS DE DEBITO CON IMPORTE YA
      *PAGADO QUE EL PROVEEDOR TODAVIA TIENE QUE REINTEGRAR (O QUE
      *SE LE DESCUENTA DEL PROXIMO PAGO).
       055-NOTAS-PENDIENTES.
           OPEN INPUT NOTAS-DEBITO.
           IF F-NOEXISTE-ND
               CLOSE NOTAS-DEBITO
               GO TO 055-NOTAS-PENDIENTES-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-NOTAS WS-TOTAL-NOTAS.
           MOVE SPACES TO LINEA-REP-PAGO.
           WRITE LINEA-REP-PAGO.
           MOVE "NOTAS DE DEBITO PENDIENTES DE REINTEGRO:"
                   TO LINEA-REP-PAGO.
           WRITE LINEA-REP-PAGO.
           MOVE ZEROS TO ND-NUMERO.
           START NOTAS-DEBITO KEY IS NOT LESS THAN ND-NUMERO
               INVALID KEY SET FIN-NOTAS TO TRUE
           END-START.
           IF NOT FIN-NOTAS
               READ NOTAS-DEBITO NEXT RECORD AT END
                   SET FIN-NOTAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-NOTAS
               IF ND-PENDIENTE
                   ADD 1 TO WS-CANT-NOTAS
                   ADD ND-IMPORTE-REINTEGRO TO WS-TOTAL-NOTAS
                   MOVE SPACES TO LINEA-REP-PAGO
                   STRING "PROV "          DELIMITED BY SIZE
                           ND-PROVEEDOR    DELIMITED BY SIZE
                           " NOTA "        DELIMITED BY SIZE
                           ND-NUMERO       DELIMITED BY SIZE
                           " DEL "         DELIMITED BY SIZE
                           ND-FECHA        DELIMITED BY SIZE
                           " ORDEN "       DELIMITED BY SIZE
                           ND-OC-NUMERO    DELIMITED BY SIZE
                           "/"             DELIMITED BY SIZE
                           ND-OC-RENGLON   DELIMITED BY SIZE
                           " A REINTEGRAR " DELIMITED BY SIZE
                           ND-IMPORTE-REINTEGRO DELIMITED BY SIZE
                           INTO LINEA-REP-PAGO
                   WRITE LINEA-REP-PAGO
               END-IF
               READ NOTAS-DEBITO NEXT RECORD AT END
                   SET FIN-NOTAS TO TRUE END-READ
           END-PERFORM.
           CLOSE NOTAS-DEBITO.
           MOVE SPACES TO LINEA-REP-PAGO.
           STRING "NOTAS PENDIENTES: " DELIMITED BY SIZE
                   WS-CANT-NOTAS       DELIMITED BY SIZE
                   "  TOTAL: "         DELIMITED BY SIZE
                   WS-TOTAL-NOTAS      DELIMITED BY SIZE
                   INTO LINEA-REP-PAGO.
           WRITE LINEA-REP-PAGO.
       055-NOTAS-PENDIENTES-EXIT.
           EXIT.

      *ANTIGUEDAD DEL SALDO APROBADO SIN PAGAR, EN TRAMOS DE 30 DIAS
      *DESDE LA FECHA DE FACTURA (MESES DE 30 PARA ENCASILLAR,
      *MISMA CUENTA GRUESA QUE EL AGING DE CLIENTES).
       060-ANTIGUEDAD.
               CLOSE FACTURAS-PROV
               GO TO 060-ANTIGUEDAD-EXIT
           END-IF.
           PERFORM 077-ABRIR-PAGOS.
           MOVE ZEROS TO WS-TOTAL-0-30 WS-TOTAL-31-60
                         WS-TOTAL-61-90 WS-TOTAL-MAS-90.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           END-IF.
           PERFORM UNTIL FIN-FACTURAS
               IF FAC-APROBADA
                   PERFORM 075-SALDO-RENGLON
                   COMPUTE WS-IMPORTE-RENGLON ROUNDED =
                           WS-SALDO-RENGLON
                   MOVE FAC-FECHA(1:4) TO WS-ANIO-FAC
                   MOVE FAC-FECHA(5:2) TO WS-MES-FAC
                   MOVE FAC-FECHA(7:2) TO WS-DIA-FAC
                   SET FIN-FACTURAS TO TRUE END-READ
           END-PERFORM.
           CLOSE FACTURAS-PROV.
           IF HAY-PAGOS
               CLOSE ORDENES-PAGO
           END-IF.
           OPEN OUTPUT REPORTE-VENC.
           MOVE SPACES TO LINEA-REP-VENC.
           STRING "DEUDA CON PROVEEDORES POR ANTIGUEDAD - "
       060-ANTIGUEDAD-EXIT.
           EXIT.

      *ORDEN DE PAGO A UN PROVEEDOR: MEDIO (CHEQUE O TRANSFERENCIA),
      *SU NUMERO, LA CUENTA BANCARIA DE LA QUE SALE Y LAS FACTURAS
      *QUE CUBRE. DE CADA RENGLON APROBADO SE PAGA EL SALDO O UNA
      *PARTE; EL RENGLON QUEDA "P" CUANDO LO PAGADO EN TODAS SUS
      *ORDENES CUBRE EL IMPORTE. UN RENGLON RETENIDO NO SE PAGA.
      *AVISO AL ARMAR UNA ORDEN DE PAGO: EL PROVEEDOR TIENE NOTAS
      *DE DEBITO CON IMPORTE A REINTEGRAR QUE PUEDEN DESCONTARSE.
       057-AVISAR-NOTAS.
           OPEN INPUT NOTAS-DEBITO.
           IF F-NOEXISTE-ND
               CLOSE NOTAS-DEBITO
               GO TO 057-AVISAR-NOTAS-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-NOTAS WS-TOTAL-NOTAS.
           MOVE ZEROS TO ND-NUMERO.
           START NOTAS-DEBITO KEY IS NOT LESS THAN ND-NUMERO
               INVALID KEY SET FIN-NOTAS TO TRUE
           END-START.
           IF NOT FIN-NOTAS
               READ NOTAS-DEBITO NEXT RECORD AT END
                   SET FIN-NOTAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-NOTAS
               IF ND-PENDIENTE AND ND-PROVEEDOR = WS-PROVEEDOR
                   ADD 1 TO WS-CANT-NOTAS
                   ADD ND-IMPORTE-REINTEGRO TO WS-TOTAL-NOTAS
                   DISPLAY "  NOTA DE DEBITO " ND-NUMERO " DEL "
                           ND-FECHA " A REINTEGRAR "
                           ND-IMPORTE-REINTEGRO
               END-IF
               READ NOTAS-DEBITO NEXT RECORD AT END
                   SET FIN-NOTAS TO TRUE END-READ
           END-PERFORM.
           CLOSE NOTAS-DEBITO.
           IF WS-CANT-NOTAS > ZEROS
               DISPLAY "AVISO: " WS-CANT-NOTAS " NOTAS DE DEBITO "
                       "PENDIENTES POR " WS-TOTAL-NOTAS
                       "; AL DESCONTARLAS COMPENSARLAS (OPCION 7)."
           END-IF.
       057-AVISAR-NOTAS-EXIT.
           EXIT.

       070-ORDEN-PAGO.
           DISPLAY "PROVEEDOR: " WITH NO ADVANCING.
           ACCEPT WS-PROVEEDOR.
           IF WS-PROVEEDOR = ZEROS
               GO TO 070-ORDEN-PAGO-EXIT
           END-IF.
           PERFORM 080-VALIDAR-PROVEEDOR
                   THRU 080-VALIDAR-PROVEEDOR-EXIT.
           IF NOT PROV-VALIDO
               DISPLAY "EL PROVEEDOR NO EXISTE EN EL MAESTRO."
               GO TO 070-ORDEN-PAGO-EXIT
           END-IF.
           PERFORM 057-AVISAR-NOTAS THRU 057-AVISAR-NOTAS-EXIT.
           DISPLAY "MEDIO (C=CHEQUE, T=TRANSFERENCIA): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-MEDIO.
           ACCEPT WS-MEDIO.
           IF WS-MEDIO = "c"
               MOVE "C" TO WS-MEDIO
           END-IF.
           IF WS-MEDIO = "t"
               MOVE "T" TO WS-MEDIO
           END-IF.
           IF NOT MEDIO-VALIDO
               DISPLAY "MEDIO INVALIDO."
               GO TO 070-ORDEN-PAGO-EXIT
           END-IF.
           DISPLAY "NUMERO DE CHEQUE O TRANSFERENCIA: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-COMPROBANTE.
           ACCEPT WS-COMPROBANTE.
           IF WS-COMPROBANTE = SPACES
               DISPLAY "SIN NUMERO DE COMPROBANTE NO HAY PAGO."
               GO TO 070-ORDEN-PAGO-EXIT
           END-IF.
           DISPLAY "CUENTA BANCARIA DE ORIGEN: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CUENTA-BANCO.
           ACCEPT WS-CUENTA-BANCO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "FECHA DEL PAGO (ENTER=HOY): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-PAGO.
           ACCEPT WS-FECHA-PAGO.
           IF WS-FECHA-PAGO = ZEROS
               MOVE WS-FECHA-HOY TO WS-FECHA-PAGO
           END-IF.
           OPEN I-O FACTURAS-PROV.
           IF F-NOEXISTE-FAC
               DISPLAY "NO HAY FACTURAS REGISTRADAS."
               CLOSE FACTURAS-PROV
               GO TO 070-ORDEN-PAGO-EXIT
           END-IF.
           OPEN I-O ORDENES-PAGO.
           IF F-NOEXISTE-OPA
               CLOSE ORDENES-PAGO
               OPEN OUTPUT ORDENES-PAGO
               CLOSE ORDENES-PAGO
               OPEN I-O ORDENES-PAGO
           END-IF.
           MOVE "S" TO WS-HAY-PAGOS.
           MOVE "S" TO WS-HAY-ORDENES-OC.
           OPEN INPUT ORDENES.
           IF F-NOEXISTE-OC
               CLOSE ORDENES
               MOVE "N" TO WS-HAY-ORDENES-OC
           END-IF.
           MOVE ZEROS TO WS-NUMERO-OP.
           MOVE ZEROS TO WS-RENGLON-OP.
           MOVE ZEROS TO WS-TOTAL-ORDEN.
           MOVE "N" TO WS-FIN-ORDEN.
           PERFORM 072-PAGAR-FACTURA THRU 072-PAGAR-FACTURA-EXIT
                   UNTIL FIN-ORDEN.
           IF HAY-ORDENES-OC
               CLOSE ORDENES
           END-IF.
           CLOSE ORDENES-PAGO.
           CLOSE FACTURAS-PROV.
           IF WS-NUMERO-OP = ZEROS
               DISPLAY "NO SE PAGO NINGUN RENGLON, NO HAY ORDEN."
           ELSE
               MOVE WS-TOTAL-ORDEN TO WS-TOTAL-EDIT
               DISPLAY "ORDEN DE PAGO " WS-NUMERO-OP " EMITIDA: "
                       WS-RENGLON-OP " RENGLONES, TOTAL "
                       WS-TOTAL-EDIT "."
           END-IF.
       070-ORDEN-PAGO-EXIT.
           EXIT.

      *UNA FACTURA DEL PROVEEDOR DENTRO DE LA ORDEN; ENTER TERMINA.
       072-PAGAR-FACTURA.
           DISPLAY "FACTURA A INCLUIR (ENTER PARA TERMINAR): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-NUM-FACTURA.
           ACCEPT WS-NUM-FACTURA.
           IF WS-NUM-FACTURA = SPACES
               MOVE "S" TO WS-FIN-ORDEN
               GO TO 072-PAGAR-FACTURA-EXIT
           END-IF.
           MOVE WS-PROVEEDOR   TO FAC-PROVEEDOR.
           MOVE WS-NUM-FACTURA TO FAC-NUMERO.
           MOVE ZEROS          TO FAC-RENGLON.
           MOVE "00" TO FS-FACTURAS.
           START FACTURAS-PROV KEY IS >= FAC-CLAVE
               INVALID KEY SET FIN-FACTURAS TO TRUE
           END-START.
               READ FACTURAS-PROV NEXT RECORD AT END
                   SET FIN-FACTURAS TO TRUE END-READ
           END-IF.
           IF FIN-FACTURAS
               OR FAC-PROVEEDOR NOT = WS-PROVEEDOR
               OR FAC-NUMERO NOT = WS-NUM-FACTURA
               DISPLAY "NO EXISTE ESA FACTURA PARA EL PROVEEDOR."
               GO TO 072-PAGAR-FACTURA-EXIT
           END-IF.
           PERFORM UNTIL FIN-FACTURAS
                   OR FAC-PROVEEDOR NOT = WS-PROVEEDOR
                   OR FAC-NUMERO NOT = WS-NUM-FACTURA
               IF FAC-RETENIDA
                   DISPLAY "RENGLON " FAC-RENGLON " RETENIDO ("
                           FAC-MOTIVO "), NO SE PAGA."
               END-IF
               IF FAC-APROBADA
                   PERFORM 074-PAGAR-RENGLON
                           THRU 074-PAGAR-RENGLON-EXIT
               END-IF
               READ FACTURAS-PROV NEXT RECORD AT END
                   SET FIN-FACTURAS TO TRUE END-READ
           END-PERFORM.
       072-PAGAR-FACTURA-EXIT.
           EXIT.

      *RENGLON APROBADO: SE MUESTRA EL SALDO Y SE PAGA TODO (ENTER),
      *UNA PARTE, O NADA (CERO).
       074-PAGAR-RENGLON.
           IF WS-RENGLON-OP = 99
               DISPLAY "LA ORDEN LLEGO A 99 RENGLONES; EMITA OTRA "
                       "PARA EL RESTO."
               GO TO 074-PAGAR-RENGLON-EXIT
           END-IF.
           PERFORM 075-SALDO-RENGLON.
      *LO QUE QUEDO SIN SALDO POR UNA NOTA DE DEBITO SE CANCELA.
           IF WS-SALDO-RENGLON = ZEROS
               SET FAC-PAGADA TO TRUE
               REWRITE DATOS-FACTURA END-REWRITE
               DISPLAY "  RENGLON " FAC-RENGLON " SIN SALDO POR "
                       "DEVOLUCION, QUEDA CANCELADO."
               GO TO 074-PAGAR-RENGLON-EXIT
           END-IF.
           MOVE WS-SALDO-RENGLON TO WS-IMPORTE-EDIT.
           DISPLAY "  RENGLON " FAC-RENGLON " IMPORTE "
                   WS-IMPORTE-RENGLON " SALDO " WS-IMPORTE-EDIT.
           DISPLAY "  IMPORTE A PAGAR (ENTER=SALDO, 0=NO SE PAGA): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           IF WS-IMP-TEXTO = SPACES
               MOVE WS-SALDO-RENGLON TO WS-IMPORTE-PAGO
           ELSE
               PERFORM DESCIFRAR-IMPORTE
               MOVE WS-IMPORTE-PARSEADO TO WS-IMPORTE-PAGO
           END-IF.
           IF WS-IMPORTE-PAGO = ZEROS
               GO TO 074-PAGAR-RENGLON-EXIT
           END-IF.
           IF WS-IMPORTE-PAGO > WS-SALDO-RENGLON
               DISPLAY "  SUPERA EL SALDO DEL RENGLON, NO SE PAGA."
               GO TO 074-PAGAR-RENGLON-EXIT
           END-IF.
           IF WS-NUMERO-OP = ZEROS
               PERFORM 079-PROXIMO-NUMERO
           END-IF.
           ADD 1 TO WS-RENGLON-OP.
           MOVE WS-NUMERO-OP     TO OPA-NUMERO.
           MOVE WS-RENGLON-OP    TO OPA-RENGLON.
           MOVE WS-PROVEEDOR     TO OPA-PROVEEDOR.
           MOVE WS-FECHA-PAGO    TO OPA-FECHA.
           MOVE WS-MEDIO         TO OPA-MEDIO.
           MOVE WS-COMPROBANTE   TO OPA-COMPROBANTE.
           MOVE WS-CUENTA-BANCO  TO OPA-CUENTA-BANCO.
           MOVE FAC-NUMERO       TO OPA-FAC-NUMERO.
           MOVE FAC-RENGLON      TO OPA-FAC-RENGLON.
           MOVE WS-IMPORTE-PAGO  TO OPA-IMPORTE.
           SET OPA-EMITIDA       TO TRUE.
           MOVE ZEROS            TO OPA-FECHA-CONCILIADO.
           WRITE DATOS-ORDEN-PAGO
               INVALID KEY
               DISPLAY "  ERROR AL GRABAR LA ORDEN DE PAGO."
               MOVE "ORDENES-PAGO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-ORDENES-PAGO    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               SUBTRACT 1 FROM WS-RENGLON-OP
               GO TO 074-PAGAR-RENGLON-EXIT
           END-WRITE.
           ADD WS-IMPORTE-PAGO TO WS-TOTAL-ORDEN.
           IF WS-IMPORTE-PAGO = WS-SALDO-RENGLON
               SET FAC-PAGADA TO TRUE
               REWRITE DATOS-FACTURA END-REWRITE
               DISPLAY "  RENGLON CANCELADO."
           ELSE
               DISPLAY "  PAGO PARCIAL, EL RENGLON SIGUE APROBADO."
           END-IF.
           PERFORM 078-EJECUTAR-PRESUPUESTO
                   THRU 078-EJECUTAR-PRESUPUESTO-EXIT.
       074-PAGAR-RENGLON-EXIT.
           EXIT.

      *IMPORTE NETO DE DEVOLUCIONES DEL RENGLON DE FACTURA ACTUAL Y
      *SU SALDO (CERO SI LO PAGADO YA LO CUBRE).
       075-SALDO-RENGLON.
           IF FAC-CANT-DEVUELTA NOT NUMERIC
               MOVE ZEROS TO FAC-CANT-DEVUELTA
           END-IF.
           COMPUTE WS-IMPORTE-RENGLON =
                   (FAC-CANTIDAD - FAC-CANT-DEVUELTA) * FAC-PRECIO.
           PERFORM 076-SUMAR-PAGADO THRU 076-SUMAR-PAGADO-EXIT.
           IF WS-PAGADO < WS-IMPORTE-RENGLON
               COMPUTE WS-SALDO-RENGLON =
                       WS-IMPORTE-RENGLON - WS-PAGADO
           ELSE
               MOVE ZEROS TO WS-SALDO-RENGLON
           END-IF.

      *SUMA EN WS-PAGADO LO YA PAGADO AL RENGLON DE FACTURA ACTUAL
      *EN TODAS LAS ORDENES (ORDENES-PAGO ABIERTO SI HAY-PAGOS).
       076-SUMAR-PAGADO.
           MOVE ZEROS TO WS-PAGADO.
           IF NOT HAY-PAGOS
               GO TO 076-SUMAR-PAGADO-EXIT
           END-IF.
           MOVE LOW-VALUES TO OPA-CLAVE.
           MOVE "00" TO FS-ORDENES-PAGO.
           START ORDENES-PAGO KEY IS NOT LESS THAN OPA-CLAVE
               INVALID KEY SET FIN-ORDENES-PAGO TO TRUE
           END-START.
           IF NOT FIN-ORDENES-PAGO
               READ ORDENES-PAGO NEXT RECORD AT END
                   SET FIN-ORDENES-PAGO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-ORDENES-PAGO
               IF OPA-PROVEEDOR = FAC-PROVEEDOR
                   AND OPA-FAC-NUMERO = FAC-NUMERO
                   AND OPA-FAC-RENGLON = FAC-RENGLON
                   ADD OPA-IMPORTE TO WS-PAGADO
               END-IF
               READ ORDENES-PAGO NEXT RECORD AT END
                   SET FIN-ORDENES-PAGO TO TRUE END-READ
           END-PERFORM.
       076-SUMAR-PAGADO-EXIT.
           EXIT.

      *ORDENES-PAGO SOLO PARA CONSULTAR LO PAGADO; SIN ARCHIVO NO
      *HAY PAGOS PARCIALES QUE DESCONTAR.
       077-ABRIR-PAGOS.
           MOVE "S" TO WS-HAY-PAGOS.
           OPEN INPUT ORDENES-PAGO.
           IF F-NOEXISTE-OPA
               CLOSE ORDENES-PAGO
               MOVE "N" TO WS-HAY-PAGOS
           END-IF.

      *EL IMPORTE PAGADO SALE DE COMPROMETIDO Y ENTRA EN EJECUTADO
      *EN EL PRESUPUESTO DEL ANIO DEL PAGO, CATEGORIA DEL RENGLON DE
      *ORDEN DE COMPRA. SIN PRESUPUESTO CARGADO NO SE CONTROLA NADA.
       078-EJECUTAR-PRESUPUESTO.
           IF NOT HAY-ORDENES-OC
               GO TO 078-EJECUTAR-PRESUPUESTO-EXIT
           END-IF.
           MOVE FAC-OC-NUMERO  TO OC-NUMERO.
           MOVE FAC-OC-RENGLON TO OC-RENGLON.
           READ ORDENES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-ORDEN OR OC-CATEGORIA = SPACES
               GO TO 078-EJECUTAR-PRESUPUESTO-EXIT
           END-IF.
           MOVE OC-CATEGORIA TO WS-CATEGORIA.
           OPEN I-O PRESUPUESTO.
           IF F-NOEXISTE-PRE
               CLOSE PRESUPUESTO
               GO TO 078-EJECUTAR-PRESUPUESTO-EXIT
           END-IF.
           MOVE WS-FECHA-PAGO(1:4) TO PRE-ANIO.
           MOVE WS-CATEGORIA       TO PRE-CATEGORIA.
           READ PRESUPUESTO
               INVALID KEY
               DISPLAY "  AVISO: LA CATEGORIA " WS-CATEGORIA
                       " NO TIENE PRESUPUESTO " WS-FECHA-PAGO(1:4)
                       " CARGADO."
               CLOSE PRESUPUESTO
               GO TO 078-EJECUTAR-PRESUPUESTO-EXIT
           END-READ.
           COMPUTE WS-IMPORTE-PRE ROUNDED = WS-IMPORTE-PAGO.
           COMPUTE WS-NUEVO-COMPROMETIDO =
                   PRE-COMPROMETIDO - WS-IMPORTE-PRE.
           COMPUTE WS-NUEVO-EJECUTADO =
                   PRE-EJECUTADO + WS-IMPORTE-PRE.
           IF WS-NUEVO-COMPROMETIDO < ZEROS
               MOVE ZEROS TO WS-NUEVO-COMPROMETIDO
           END-IF.
           MOVE WS-NUEVO-COMPROMETIDO TO PRE-COMPROMETIDO.
           MOVE WS-NUEVO-EJECUTADO    TO PRE-EJECUTADO.
           REWRITE DATOS-PRESUPUESTO END-REWRITE.
           CLOSE PRESUPUESTO.
       078-EJECUTAR-PRESUPUESTO-EXIT.
           EXIT.

       079-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-NUMERO-OP.
           OPEN INPUT OPA-NUMERADOR.
           IF NOT F-NOEXISTE-NUM
               READ OPA-NUMERADOR INTO WS-NUMERO-OP
                   AT END MOVE ZEROS TO WS-NUMERO-OP
               END-READ
               CLOSE OPA-NUMERADOR
           END-IF.
           ADD 1 TO WS-NUMERO-OP.
           OPEN OUTPUT OPA-NUMERADOR.
           MOVE WS-NUMERO-OP TO LINEA-NUMERADOR.
           WRITE LINEA-NUMERADOR.
           CLOSE OPA-NUMERADOR.

       080-VALIDAR-PROVEEDOR.
           MOVE "N" TO WS-PROV-VALIDO.
           OPEN INPUT PROVEEDORES.
       080-VALIDAR-PROVEEDOR-EXIT.
           EXIT.

      *REGISTRO DE CHEQUES Y TRANSFERENCIAS DEL MES: CADA ORDEN DE
      *PAGO CON SU MEDIO, NUMERO, CUENTA DE ORIGEN, LAS FACTURAS QUE
      *CUBRE Y SI EL BANCO YA LA DEBITO (CONCILIADA EN
      *DEPOSITOS-BANCO).
       090-REGISTRO-PAGOS.
           DISPLAY "MES DEL REGISTRO (AAAAMM): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-PERIODO.
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = ZEROS
               GO TO 090-REGISTRO-PAGOS-EXIT
           END-IF.
           OPEN INPUT ORDENES-PAGO.
           IF F-NOEXISTE-OPA
               DISPLAY "NO HAY ORDENES DE PAGO EMITIDAS."
               CLOSE ORDENES-PAGO
               GO TO 090-REGISTRO-PAGOS-EXIT
           END-IF.
           OPEN OUTPUT REPORTE-REG.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO LINEA-REP-REG.
           STRING "REGISTRO DE CHEQUES Y TRANSFERENCIAS - MES "
                                         DELIMITED BY SIZE
                   WS-PERIODO            DELIMITED BY SIZE
                   " - EMITIDO "         DELIMITED BY SIZE
                   WS-FECHA-HOY          DELIMITED BY SIZE
                   INTO LINEA-REP-REG.
           WRITE LINEA-REP-REG.
           MOVE SPACES TO LINEA-REP-REG.
           WRITE LINEA-REP-REG.
           MOVE ZEROS TO WS-NUMERO-ANT WS-TOTAL-ORDEN
                         WS-TOTAL-GENERAL WS-CANT-ORDENES.
           MOVE LOW-VALUES TO OPA-CLAVE.
           START ORDENES-PAGO KEY IS NOT LESS THAN OPA-CLAVE
               INVALID KEY SET FIN-ORDENES-PAGO TO TRUE
           END-START.
           IF NOT FIN-ORDENES-PAGO
               READ ORDENES-PAGO NEXT RECORD AT END
                   SET FIN-ORDENES-PAGO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-ORDENES-PAGO
               IF OPA-FECHA(1:6) = WS-PERIODO
                   IF OPA-NUMERO NOT = WS-NUMERO-ANT
                       PERFORM 094-TOTAL-ORDEN
                       PERFORM 092-CABECERA-ORDEN
                   END-IF
                   MOVE OPA-IMPORTE TO WS-IMPORTE-EDIT
                   MOVE SPACES TO LINEA-REP-REG
                   STRING "     FACT "      DELIMITED BY SIZE
                           OPA-FAC-NUMERO   DELIMITED BY SIZE
                           " R"             DELIMITED BY SIZE
                           OPA-FAC-RENGLON  DELIMITED BY SIZE
                           " IMPORTE "      DELIMITED BY SIZE
                           WS-IMPORTE-EDIT  DELIMITED BY SIZE
                           INTO LINEA-REP-REG
                   WRITE LINEA-REP-REG
                   ADD OPA-IMPORTE TO WS-TOTAL-ORDEN
                   ADD OPA-IMPORTE TO WS-TOTAL-GENERAL
               END-IF
               READ ORDENES-PAGO NEXT RECORD AT END
                   SET FIN-ORDENES-PAGO TO TRUE END-READ
           END-PERFORM.
           PERFORM 094-TOTAL-ORDEN.
           MOVE WS-TOTAL-GENERAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-REP-REG.
           WRITE LINEA-REP-REG.
           MOVE SPACES TO LINEA-REP-REG.
           STRING "ORDENES DEL MES: "  DELIMITED BY SIZE
                   WS-CANT-ORDENES     DELIMITED BY SIZE
                   "  TOTAL PAGADO: "  DELIMITED BY SIZE
                   WS-TOTAL-EDIT       DELIMITED BY SIZE
                   INTO LINEA-REP-REG.
           WRITE LINEA-REP-REG.
           CLOSE REPORTE-REG.
           CLOSE ORDENES-PAGO.
           DISPLAY "REGISTRO-PAGOS.LST GENERADO (" WS-CANT-ORDENES
                   " ORDENES).".
       090-REGISTRO-PAGOS-EXIT.
           EXIT.

       092-CABECERA-ORDEN.
           MOVE OPA-NUMERO TO WS-NUMERO-ANT.
           ADD 1 TO WS-CANT-ORDENES.
           IF OPA-CHEQUE
               MOVE "CHEQUE" TO WS-MEDIO-TEXTO
           ELSE
               MOVE "TRANSF" TO WS-MEDIO-TEXTO
           END-IF.
           IF OPA-CONCILIADA
               MOVE "DEBITADA" TO WS-ESTADO-TEXTO
           ELSE
               MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
           END-IF.
           MOVE SPACES TO LINEA-REP-REG.
           STRING "ORDEN "          DELIMITED BY SIZE
                   OPA-NUMERO       DELIMITED BY SIZE
                   " DEL "          DELIMITED BY SIZE
                   OPA-FECHA        DELIMITED BY SIZE
                   " PROV "         DELIMITED BY SIZE
                   OPA-PROVEEDOR    DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-MEDIO-TEXTO   DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   OPA-COMPROBANTE  DELIMITED BY SIZE
                   " CTA "          DELIMITED BY SIZE
                   OPA-CUENTA-BANCO DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-ESTADO-TEXTO  DELIMITED BY SIZE
                   INTO LINEA-REP-REG.
           WRITE LINEA-REP-REG.

      *TOTAL DE LA ORDEN ANTERIOR AL CAMBIAR DE NUMERO Y AL FINAL.
       094-TOTAL-ORDEN.
           IF WS-NUMERO-ANT NOT = ZEROS
               MOVE WS-TOTAL-ORDEN TO WS-TOTAL-EDIT
               MOVE SPACES TO LINEA-REP-REG
               STRING "     TOTAL DE LA ORDEN " DELIMITED BY SIZE
                       WS-TOTAL-EDIT             DELIMITED BY SIZE
                       INTO LINEA-REP-REG
               WRITE LINEA-REP-REG
           END-IF.
           MOVE ZEROS TO WS-TOTAL-ORDEN.

      *CONVIERTE EL TEXTO DE WS-IMP-TEXTO EN UN IMPORTE CON
      *CENTAVOS EN WS-IMPORTE-PARSEADO, MISMO DESCIFRADO QUE
      *095-DESCIFRAR-IMPORTE EN VENTAS-LOCAL: LOS DIGITOS ANTES DEL
      *PUNTO SON PESOS, LOS DOS PRIMEROS DESPUES SON CENTAVOS; SIN
      *PUNTO ES UN IMPORTE EN PESOS JUSTOS, COMO SIEMPRE.
       DESCIFRAR-IMPORTE.
           MOVE ZEROS TO WS-IMPORTE-PARSEADO.
           MOVE "N" TO WS-IMP-EN-DEC.
           MOVE ZEROS TO WS-IMP-CENT.
           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > 10
               MOVE WS-IMP-TEXTO (WS-IMP-IDX:1) TO WS-IMP-CHAR
               IF WS-IMP-CHAR = "."
                   MOVE "S" TO WS-IMP-EN-DEC
               ELSE
                   IF WS-IMP-CHAR IS NUMERIC
                       IF NOT IMP-EN-DECIMALES
                           COMPUTE WS-IMPORTE-PARSEADO =
                                   WS-IMPORTE-PARSEADO * 10
                                   + WS-IMP-CHAR-N
                       ELSE
                           ADD 1 TO WS-IMP-CENT
                           IF WS-IMP-CENT = 1
                               COMPUTE WS-IMPORTE-PARSEADO =
                                       WS-IMPORTE-PARSEADO
                                       + WS-IMP-CHAR-N / 10
                           END-IF
                           IF WS-IMP-CENT = 2
                               COMPUTE WS-IMPORTE-PARSEADO =
                                       WS-IMPORTE-PARSEADO
                                       + WS-IMP-CHAR-N / 100
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *UNA NOTA DE DEBITO PENDIENTE SE DA POR COMPENSADA CUANDO EL
      *PROVEEDOR REINTEGRA EL IMPORTE O SE LE DESCUENTA DE UN PAGO;
      *LA REFERENCIA ANOTA EL RECIBO O LA ORDEN DE PAGO.
       096-COMPENSAR-NOTA.
           DISPLAY "NUMERO DE NOTA DE DEBITO: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-NUMERO-ND.
           ACCEPT WS-NUMERO-ND.
           IF WS-NUMERO-ND = ZEROS
               GO TO 096-COMPENSAR-NOTA-EXIT
           END-IF.
           OPEN I-O NOTAS-DEBITO.
           IF F-NOEXISTE-ND
               DISPLAY "NO HAY NOTAS DE DEBITO EMITIDAS."
               CLOSE NOTAS-DEBITO
               GO TO 096-COMPENSAR-NOTA-EXIT
           END-IF.
           MOVE WS-NUMERO-ND TO ND-NUMERO.
           READ NOTAS-DEBITO
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-NOTA
               DISPLAY "NO EXISTE ESA NOTA DE DEBITO."
               CLOSE NOTAS-DEBITO
               GO TO 096-COMPENSAR-NOTA-EXIT
           END-IF.
           IF NOT ND-PENDIENTE
               DISPLAY "ESA NOTA NO TIENE NADA PENDIENTE DE REINTEGRO."
               CLOSE NOTAS-DEBITO
               GO TO 096-COMPENSAR-NOTA-EXIT
           END-IF.
           DISPLAY "PROVEEDOR " ND-PROVEEDOR " DEL " ND-FECHA
                   " A REINTEGRAR " ND-IMPORTE-REINTEGRO.
           DISPLAY "REFERENCIA (RECIBO U ORDEN DE PAGO): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-REFERENCIA.
           ACCEPT WS-REFERENCIA.
           IF WS-REFERENCIA = SPACES
               DISPLAY "SIN REFERENCIA NO SE COMPENSA."
               CLOSE NOTAS-DEBITO
               GO TO 096-COMPENSAR-NOTA-EXIT
           END-IF.
           DISPLAY "CONFIRMA (SI/NO)? " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI" AND WS-CONFIRMA NOT = "si"
               CLOSE NOTAS-DEBITO
               GO TO 096-COMPENSAR-NOTA-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           SET ND-COMPENSADA TO TRUE.
           MOVE WS-FECHA-HOY  TO ND-FECHA-COMPENSADA.
           MOVE WS-REFERENCIA TO ND-REFERENCIA.
           REWRITE DATOS-NOTA-DEBITO END-REWRITE.
           CLOSE NOTAS-DEBITO.
           DISPLAY "NOTA " WS-NUMERO-ND " COMPENSADA.".
       096-COMPENSAR-NOTA-EXIT.
           EXIT.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
