      *  ANTERIOR Y ACUMULADO ANUAL, IGUAL TRATAMIENTO QUE
      *  040-COMPARAR-MES. EL DIRECTOR INFORMABA ESA SUMA A LA
      *  MUNICIPALIDAD HACIENDOLA CON CALCULADORA.
      *15/10/2026 - LA LINEA DEL DIARIO Y DEL HISTORICO SUMA AL FINAL
      *  LA ALICUOTA, EL NETO Y EL IVA DE CADA VENTA; LAS GANANCIAS
      *  SIGUEN SIENDO SOBRE EL IMPORTE FINAL COBRADO.
      *15/10/2026 - NUEVO MARGEN BRUTO POR PRODUCTO Y MES (OPCION 5,
      *  MARGEN-BRUTO.LST): VENTAS NETAS DE IVA MENOS EL COSTO DE LO
      *  VENDIDO QUE LA LINEA DEL DIARIO SUMA AL FINAL (CANTIDAD POR
      *  COSTO PROMEDIO DEL PRODUCTO AL VENDER). LAS LINEAS VIEJAS
      *  SIN COSTO SE MARCAN "SIN COSTO".

       ENVIRONMENT DIVISION.

                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS FS-REG-FINES.

      *MAESTRO DE STOCK DEL MOSTRADOR, SOLO PARA EL NOMBRE DE CADA
      *PRODUCTO EN EL LISTADO DE MARGEN BRUTO.
           SELECT STOCK-MAESTRO  ASSIGN TO "STOCK-MAESTRO.DAT"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS LLAVE-NUMERO-PRODUCTO
                          FILE STATUS IS FS-STOCK.

           SELECT REPORTE-MARGEN ASSIGN TO "MARGEN-BRUTO.LST"
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS FS-REPORTE-MARGEN.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG      ASSIGN TO "ERRORES.LOG"
           05 DIARIO-TICKET           PIC 9(6).
      *SUCURSAL QUE VENDIO (AGREGADA AL FINAL).
           05 DIARIO-SUCURSAL         PIC X(03).
      *DESGLOSE DE IVA DEL IMPORTE (AGREGADO AL FINAL).
           05 DIARIO-TASA-IVA         PIC X(01).
           05 DIARIO-NETO             PIC 9(6)V99.
           05 DIARIO-IVA              PIC 9(6)V99.
      *COSTO DE LO VENDIDO (AGREGADO AL FINAL); EN BLANCO EN LAS
      *LINEAS VIEJAS.
           05 DIARIO-COSTO            PIC 9(6)V99.

       FD DIARIO-HISTORICO.

           05 HIST-IMPORTE            PIC 9(6)V99.
           05 HIST-TICKET             PIC 9(6).
           05 HIST-SUCURSAL           PIC X(03).
           05 HIST-TASA-IVA           PIC X(01).
           05 HIST-NETO               PIC 9(6)V99.
           05 HIST-IVA                PIC 9(6)V99.
           05 HIST-COSTO              PIC 9(6)V99.

       FD REG-FINES.
       01 FINES-TRANSACCION.
      *SUCURSAL QUE ASENTO EL MOVIMIENTO (AGREGADA AL FINAL).
           05 FINES-SUCURSAL         PIC X(03).

      *MISMO LAYOUT QUE STOCK-MANT.CBL; SOLO SE USAN EL NOMBRE Y LA
      *CLAVE, QUE COMPARTE SUS DOS PRIMEROS BYTES.
       FD STOCK-MAESTRO.

       01 LLAVE.
           05 LLAVE-NUMERO-PRODUCTO   PIC 9(2).
       01 REG-PRODUCTOS.
           05 NOMBRE-PRO              PIC X(20).
           05 FILLER                  PIC X(34).
           05 COSTO-PROMEDIO          PIC 9(5)V99.

       FD REPORTE-MARGEN.

       01 LINEA-MARGEN            PIC X(80).

       FD ERROR-LOG.

       01 LINEA-ERROR-LOG         PIC X(80).
           88 FIN-REG-FINES        VALUE "10".
           88 F-NOEXISTE-FINES     VALUE "35".

       77 FS-STOCK                 PIC XX.
           88 ESTA-STOCK           VALUE "00" "02".
           88 F-NOEXISTE-STOCK     VALUE "35".

       77 FS-REPORTE-MARGEN        PIC XX.

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

       77 WS-TOTAL-YTD            PIC 9(8) VALUE ZEROS.
       77 WS-MES-FINES            PIC 9(6) VALUE ZEROS.

      *MARGEN BRUTO POR PRODUCTO Y MES: RANGO DE HASTA 12 MESES, CON
      *LOS MESES NUMERADOS COMO ANIO * 12 + MES PARA UBICAR CADA
      *LINEA EN LA TABLA.
       77 MAX-MESES-MARGEN        PIC 9(2) VALUE 12.
       77 WS-MES-DESDE            PIC 9(6) VALUE ZEROS.
       77 WS-MES-HASTA            PIC 9(6) VALUE ZEROS.
       77 WS-MESES-DESDE          PIC 9(6) VALUE ZEROS.
       77 WS-MESES-HASTA          PIC 9(6) VALUE ZEROS.
       77 WS-MESES-LINEA          PIC 9(6) VALUE ZEROS.
       77 WS-CANT-MESES           PIC 9(6) VALUE ZEROS.
       77 WS-IND-MES              PIC 9(6) VALUE ZEROS.
       77 WS-IND-PRO              PIC 9(3) VALUE ZEROS.
       77 WS-PRODUCTO-LISTA       PIC 9(2) VALUE ZEROS.
       77 WS-STOCK-ABIERTO        PIC X(01) VALUE "N".
           88 STOCK-ABIERTO       VALUE "S".
       77 WS-MES-LISTADO          PIC 9(6) VALUE ZEROS.
       77 WS-NETO-LINEA           PIC 9(6)V99 VALUE ZEROS.
       77 WS-PRODUCTOS-MES        PIC 9(3) VALUE ZEROS.
      *UNA LINEA DEL DIARIO (VIVO O HISTORICO) EN PROCESO.
       01 WS-LINEA-MARGEN.
           05 MGL-FECHA.
               10 MGL-ANIO            PIC 9(4).
               10 MGL-MES             PIC 9(2).
               10 MGL-DIA             PIC 9(2).
           05 MGL-TIPO                PIC X(01).
               88 MGL-ES-ANULACION    VALUE "A".
           05 MGL-PRODUCTO            PIC 9(2).
           05 MGL-CANTIDAD            PIC 9(3).
           05 MGL-IMPORTE             PIC 9(6)V99.
           05 MGL-TICKET              PIC 9(6).
           05 MGL-SUCURSAL            PIC X(03).
           05 MGL-TASA-IVA            PIC X(01).
           05 MGL-NETO                PIC 9(6)V99.
           05 MGL-IVA                 PIC 9(6)V99.
           05 MGL-COSTO               PIC 9(6)V99.
      *ACUMULADOS POR MES Y PRODUCTO. MGM-SIN-COSTO CUENTA LAS
      *LINEAS QUE NO TRAEN COSTO: SU MARGEN QUEDA SOBREESTIMADO.
       01 TABLA-MARGEN.
           05 MGM-MES OCCURS 12 TIMES.
               10 MGM-PRODUCTO OCCURS 99 TIMES.
                   15 MGM-UNIDADES    PIC S9(5).
                   15 MGM-VENTAS      PIC S9(7)V99.
                   15 MGM-COSTO       PIC S9(7)V99.
                   15 MGM-SIN-COSTO   PIC 9(4).
      *TOTALES DEL MES Y DEL PERIODO.
       01 TOTALES-MARGEN.
           05 TMG-MES-UNIDADES        PIC S9(5).
           05 TMG-MES-VENTAS          PIC S9(7)V99.
           05 TMG-MES-COSTO           PIC S9(7)V99.
           05 TMG-MES-SIN-COSTO       PIC 9(4).
           05 TMG-PER-UNIDADES        PIC S9(5).
           05 TMG-PER-VENTAS          PIC S9(7)V99.
           05 TMG-PER-COSTO           PIC S9(7)V99.
           05 TMG-PER-SIN-COSTO       PIC 9(4).
      *CAMPOS DE UNA LINEA DEL LISTADO (PRODUCTO O TOTAL).
       77 WS-LIN-UNIDADES         PIC S9(5) VALUE ZEROS.
       77 WS-LIN-VENTAS           PIC S9(7)V99 VALUE ZEROS.
       77 WS-LIN-COSTO            PIC S9(7)V99 VALUE ZEROS.
       77 WS-LIN-SIN-COSTO        PIC 9(4) VALUE ZEROS.
       77 WS-LIN-MARGEN           PIC S9(7)V99 VALUE ZEROS.
       77 WS-LIN-PORCENTAJE       PIC S9(3)V9 VALUE ZEROS.
       01 WS-DETALLE-MARGEN.
           05 DMG-PRODUCTO            PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DMG-NOMBRE              PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DMG-UNIDADES            PIC -(4)9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DMG-VENTAS              PIC -(6)9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DMG-COSTO               PIC -(6)9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DMG-MARGEN              PIC -(6)9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DMG-PORCENTAJE          PIC -(3)9.9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 DMG-OBSERVACION         PIC X(09).

       PROCEDURE DIVISION.

       010-MENU.
               DISPLAY "3. COMPARAR MES VS MES ANTERIOR Y ACUMULADO"
                       " ANUAL"
               DISPLAY "4. INGRESOS CONSOLIDADOS (VENTAS + MULTAS)"
               DISPLAY "5. MARGEN BRUTO POR PRODUCTO Y MES"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
                   WHEN 3 PERFORM 040-COMPARAR-MES
                   WHEN 4 PERFORM 050-INGRESOS-CONSOLIDADOS
                                  THRU 050-INGRESOS-CONSOLIDADOS-EXIT
                   WHEN 5 PERFORM 060-MARGEN-BRUTO
                                  THRU 060-MARGEN-BRUTO-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
       050-INGRESOS-CONSOLIDADOS-EXIT.
           EXIT.

      *MARGEN BRUTO POR PRODUCTO Y MES (MARGEN-BRUTO.LST): UNA
      *PASADA POR EL DIARIO VIVO Y OTRA POR EL HISTORICO ACUMULANDO,
      *PARA CADA MES DEL RANGO Y CADA PRODUCTO, UNIDADES, VENTAS
      *NETAS DE IVA Y COSTO DE LO VENDIDO; LAS ANULACIONES RESTAN.
      *MARGEN = VENTAS NETAS - COSTO, Y SU PORCENTAJE SOBRE LAS
      *VENTAS NETAS.
       060-MARGEN-BRUTO.
           DISPLAY " ".
           DISPLAY "MES DESDE (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-MES-DESDE.
           IF WS-MES-DESDE = ZEROS
               GO TO 060-MARGEN-BRUTO-EXIT
           END-IF.
           DISPLAY "MES HASTA (AAAAMM, 0=EL MISMO): " WITH NO ADVANCING.
           ACCEPT WS-MES-HASTA.
           IF WS-MES-HASTA = ZEROS
               MOVE WS-MES-DESDE TO WS-MES-HASTA
           END-IF.
           DIVIDE WS-MES-DESDE BY 100 GIVING WS-ANIO-COMP
               REMAINDER WS-MES-NUM-COMP.
           IF WS-MES-NUM-COMP < 1 OR WS-MES-NUM-COMP > 12
               DISPLAY "MES DESDE INVALIDO."
               GO TO 060-MARGEN-BRUTO-EXIT
           END-IF.
           COMPUTE WS-MESES-DESDE = WS-ANIO-COMP * 12 + WS-MES-NUM-COMP.
           DIVIDE WS-MES-HASTA BY 100 GIVING WS-ANIO-COMP
               REMAINDER WS-MES-NUM-COMP.
           IF WS-MES-NUM-COMP < 1 OR WS-MES-NUM-COMP > 12
               DISPLAY "MES HASTA INVALIDO."
               GO TO 060-MARGEN-BRUTO-EXIT
           END-IF.
           COMPUTE WS-MESES-HASTA = WS-ANIO-COMP * 12 + WS-MES-NUM-COMP.
           IF WS-MESES-HASTA < WS-MESES-DESDE
               DISPLAY "EL MES HASTA ES ANTERIOR AL MES DESDE."
               GO TO 060-MARGEN-BRUTO-EXIT
           END-IF.
           COMPUTE WS-CANT-MESES = WS-MESES-HASTA - WS-MESES-DESDE + 1.
           IF WS-CANT-MESES > MAX-MESES-MARGEN
               DISPLAY "RANGO DE HASTA " MAX-MESES-MARGEN " MESES."
               GO TO 060-MARGEN-BRUTO-EXIT
           END-IF.
           INITIALIZE TABLA-MARGEN.
           INITIALIZE TOTALES-MARGEN.

           OPEN INPUT VENTAS-DIARIO.
           IF F-NOEXISTE-DIARIO
               DISPLAY "AVISO: NO HAY DIARIO DE VENTAS VIVO."
           ELSE
               READ VENTAS-DIARIO AT END SET FIN-VENTAS-DIARIO
                       TO TRUE END-READ
               PERFORM UNTIL FIN-VENTAS-DIARIO
                   MOVE LINEA-DIARIO TO WS-LINEA-MARGEN
                   PERFORM 065-ACUMULAR-MARGEN
                           THRU 065-ACUMULAR-MARGEN-EXIT
                   READ VENTAS-DIARIO AT END SET FIN-VENTAS-DIARIO
                           TO TRUE END-READ
               END-PERFORM
               CLOSE VENTAS-DIARIO
           END-IF.
           OPEN INPUT DIARIO-HISTORICO.
           IF NOT F-NOEXISTE-HIST
               READ DIARIO-HISTORICO AT END SET FIN-HISTORICO
                       TO TRUE END-READ
               PERFORM UNTIL FIN-HISTORICO
                   MOVE LINEA-HISTORICO TO WS-LINEA-MARGEN
                   PERFORM 065-ACUMULAR-MARGEN
                           THRU 065-ACUMULAR-MARGEN-EXIT
                   READ DIARIO-HISTORICO AT END SET FIN-HISTORICO
                           TO TRUE END-READ
               END-PERFORM
               CLOSE DIARIO-HISTORICO
           END-IF.

           MOVE "N" TO WS-STOCK-ABIERTO.
           OPEN INPUT STOCK-MAESTRO.
           IF ESTA-STOCK
               MOVE "S" TO WS-STOCK-ABIERTO
           END-IF.
           OPEN OUTPUT REPORTE-MARGEN.
           MOVE SPACES TO LINEA-MARGEN.
           STRING "MARGEN BRUTO POR PRODUCTO Y MES - " DELIMITED BY SIZE
                   WS-MES-DESDE                       DELIMITED BY SIZE
                   " A "                              DELIMITED BY SIZE
                   WS-MES-HASTA                       DELIMITED BY SIZE
                   INTO LINEA-MARGEN.
           WRITE LINEA-MARGEN.
           MOVE "VENTAS NETAS DE IVA; COSTO = COSTO PROMEDIO DE COMPRA A
      -        "L MOMENTO DE LA VENTA." TO LINEA-MARGEN.
           WRITE LINEA-MARGEN.
           MOVE SPACES TO LINEA-MARGEN.
           WRITE LINEA-MARGEN.
           MOVE SPACES TO LINEA-MARGEN.
           STRING "PR PRODUCTO              UNID     VENTAS"
                                              DELIMITED BY SIZE
                   "      COSTO     MARGEN      %" DELIMITED BY SIZE
                   INTO LINEA-MARGEN.
           WRITE LINEA-MARGEN.
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > WS-CANT-MESES
               PERFORM 067-LISTAR-MES-MARGEN
           END-PERFORM.
           MOVE SPACES TO LINEA-MARGEN.
           WRITE LINEA-MARGEN.
           MOVE SPACES TO DMG-PRODUCTO.
           MOVE "TOTAL DEL PERIODO" TO DMG-NOMBRE.
           MOVE TMG-PER-UNIDADES  TO WS-LIN-UNIDADES.
           MOVE TMG-PER-VENTAS    TO WS-LIN-VENTAS.
           MOVE TMG-PER-COSTO     TO WS-LIN-COSTO.
           MOVE TMG-PER-SIN-COSTO TO WS-LIN-SIN-COSTO.
           PERFORM 069-ESCRIBIR-LINEA-MARGEN.
           IF TMG-PER-SIN-COSTO NOT = ZEROS
               MOVE SPACES TO LINEA-MARGEN
               WRITE LINEA-MARGEN
               MOVE "SIN COSTO: VENTAS REGISTRADAS SIN COSTO (ANTERIORES
      -            " AL COSTO PROMEDIO O PRODUCTO" TO LINEA-MARGEN
               WRITE LINEA-MARGEN
               MOVE "SIN COSTO CARGADO); EL MARGEN DE ESA FILA QUEDA SOB
      -            "REESTIMADO." TO LINEA-MARGEN
               WRITE LINEA-MARGEN
           END-IF.
           CLOSE REPORTE-MARGEN.
           IF STOCK-ABIERTO
               CLOSE STOCK-MAESTRO
           END-IF.
           COMPUTE WS-LIN-MARGEN = TMG-PER-VENTAS - TMG-PER-COSTO.
           MOVE TMG-PER-VENTAS TO DMG-VENTAS.
           MOVE WS-LIN-MARGEN TO DMG-MARGEN.
           DISPLAY "MARGEN-BRUTO.LST GENERADO. VENTAS NETAS "
                   DMG-VENTAS " MARGEN " DMG-MARGEN.
           IF TMG-PER-SIN-COSTO NOT = ZEROS
               DISPLAY "ATENCION: " TMG-PER-SIN-COSTO
                       " LINEAS DE VENTA SIN COSTO."
           END-IF.
       060-MARGEN-BRUTO-EXIT.
           EXIT.

      *SUMA UNA LINEA DEL DIARIO A SU MES Y PRODUCTO SI CAE EN EL
      *RANGO. LAS LINEAS ANTERIORES AL DESGLOSE DE IVA NO TRAEN EL
      *NETO Y SE TOMA EL IMPORTE; LAS ANTERIORES AL COSTO LO TRAEN
      *EN BLANCO (O EN CERO SI EL PRODUCTO NO TENIA COSTO CARGADO).
       065-ACUMULAR-MARGEN.
           IF MGL-FECHA IS NOT NUMERIC
               OR MGL-PRODUCTO IS NOT NUMERIC
               OR MGL-CANTIDAD IS NOT NUMERIC
               GO TO 065-ACUMULAR-MARGEN-EXIT
           END-IF.
           IF MGL-PRODUCTO = ZEROS
               GO TO 065-ACUMULAR-MARGEN-EXIT
           END-IF.
           COMPUTE WS-MESES-LINEA = MGL-ANIO * 12 + MGL-MES.
           IF WS-MESES-LINEA < WS-MESES-DESDE
               OR WS-MESES-LINEA > WS-MESES-HASTA
               GO TO 065-ACUMULAR-MARGEN-EXIT
           END-IF.
           COMPUTE WS-IND-MES = WS-MESES-LINEA - WS-MESES-DESDE + 1.
           MOVE MGL-PRODUCTO TO WS-IND-PRO.
           IF MGL-NETO IS NUMERIC
               MOVE MGL-NETO TO WS-NETO-LINEA
           ELSE
               MOVE MGL-IMPORTE TO WS-NETO-LINEA
           END-IF.
           IF MGL-COSTO IS NOT NUMERIC
               MOVE ZEROS TO MGL-COSTO
           END-IF.
           IF MGL-COSTO = ZEROS
               ADD 1 TO MGM-SIN-COSTO (WS-IND-MES, WS-IND-PRO)
           END-IF.
           IF MGL-ES-ANULACION
               SUBTRACT MGL-CANTIDAD
                   FROM MGM-UNIDADES (WS-IND-MES, WS-IND-PRO)
               SUBTRACT WS-NETO-LINEA
                   FROM MGM-VENTAS (WS-IND-MES, WS-IND-PRO)
               SUBTRACT MGL-COSTO
                   FROM MGM-COSTO (WS-IND-MES, WS-IND-PRO)
           ELSE
               ADD MGL-CANTIDAD
                   TO MGM-UNIDADES (WS-IND-MES, WS-IND-PRO)
               ADD WS-NETO-LINEA
                   TO MGM-VENTAS (WS-IND-MES, WS-IND-PRO)
               ADD MGL-COSTO
                   TO MGM-COSTO (WS-IND-MES, WS-IND-PRO)
           END-IF.
       065-ACUMULAR-MARGEN-EXIT.
           EXIT.

      *BLOQUE DE UN MES: UNA LINEA POR PRODUCTO CON MOVIMIENTO Y EL
      *SUBTOTAL DEL MES, QUE SE SUMA AL TOTAL DEL PERIODO.
       067-LISTAR-MES-MARGEN.
           COMPUTE WS-MESES-LINEA = WS-MESES-DESDE + WS-IND-MES - 2.
           DIVIDE WS-MESES-LINEA BY 12 GIVING WS-ANIO-COMP
               REMAINDER WS-MES-NUM-COMP.
           ADD 1 TO WS-MES-NUM-COMP.
           COMPUTE WS-MES-LISTADO = WS-ANIO-COMP * 100
                   + WS-MES-NUM-COMP.
           MOVE ZEROS TO TMG-MES-UNIDADES TMG-MES-VENTAS TMG-MES-COSTO
                         TMG-MES-SIN-COSTO WS-PRODUCTOS-MES.
           MOVE SPACES TO LINEA-MARGEN.
           WRITE LINEA-MARGEN.
           MOVE SPACES TO LINEA-MARGEN.
           STRING "MES " DELIMITED BY SIZE
                   WS-MES-LISTADO DELIMITED BY SIZE
                   INTO LINEA-MARGEN.
           WRITE LINEA-MARGEN.
           PERFORM VARYING WS-IND-PRO FROM 1 BY 1 UNTIL WS-IND-PRO > 99
               IF MGM-UNIDADES (WS-IND-MES, WS-IND-PRO) NOT = ZEROS
                   OR MGM-VENTAS (WS-IND-MES, WS-IND-PRO) NOT = ZEROS
                   OR MGM-COSTO (WS-IND-MES, WS-IND-PRO) NOT = ZEROS
                   PERFORM 068-LINEA-PRODUCTO-MARGEN
               END-IF
           END-PERFORM.
           IF WS-PRODUCTOS-MES = ZEROS
               MOVE "  (SIN VENTAS EN EL MES)" TO LINEA-MARGEN
               WRITE LINEA-MARGEN
           END-IF.
           MOVE SPACES TO DMG-PRODUCTO.
           MOVE SPACES TO DMG-NOMBRE.
           STRING "TOTAL MES " DELIMITED BY SIZE
                   WS-MES-LISTADO DELIMITED BY SIZE
                   INTO DMG-NOMBRE.
           MOVE TMG-MES-UNIDADES  TO WS-LIN-UNIDADES.
           MOVE TMG-MES-VENTAS    TO WS-LIN-VENTAS.
           MOVE TMG-MES-COSTO     TO WS-LIN-COSTO.
           MOVE TMG-MES-SIN-COSTO TO WS-LIN-SIN-COSTO.
           PERFORM 069-ESCRIBIR-LINEA-MARGEN.
           ADD TMG-MES-UNIDADES  TO TMG-PER-UNIDADES.
           ADD TMG-MES-VENTAS    TO TMG-PER-VENTAS.
           ADD TMG-MES-COSTO     TO TMG-PER-COSTO.
           ADD TMG-MES-SIN-COSTO TO TMG-PER-SIN-COSTO.

      *LINEA DE UN PRODUCTO DEL MES, CON EL NOMBRE DEL MAESTRO DE
      *STOCK (SI EL PRODUCTO YA NO ESTA, SALE SIN NOMBRE).
       068-LINEA-PRODUCTO-MARGEN.
           ADD 1 TO WS-PRODUCTOS-MES.
           MOVE WS-IND-PRO TO WS-PRODUCTO-LISTA.
           MOVE WS-PRODUCTO-LISTA TO DMG-PRODUCTO.
           MOVE "(SIN FICHA DE STOCK)" TO DMG-NOMBRE.
           IF STOCK-ABIERTO
               MOVE WS-PRODUCTO-LISTA TO LLAVE-NUMERO-PRODUCTO
               READ STOCK-MAESTRO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE NOMBRE-PRO TO DMG-NOMBRE
               END-READ
           END-IF.
           MOVE MGM-UNIDADES (WS-IND-MES, WS-IND-PRO)
                   TO WS-LIN-UNIDADES.
           MOVE MGM-VENTAS (WS-IND-MES, WS-IND-PRO) TO WS-LIN-VENTAS.
           MOVE MGM-COSTO (WS-IND-MES, WS-IND-PRO) TO WS-LIN-COSTO.
           MOVE MGM-SIN-COSTO (WS-IND-MES, WS-IND-PRO)
                   TO WS-LIN-SIN-COSTO.
           PERFORM 069-ESCRIBIR-LINEA-MARGEN.
           ADD WS-LIN-UNIDADES  TO TMG-MES-UNIDADES.
           ADD WS-LIN-VENTAS    TO TMG-MES-VENTAS.
           ADD WS-LIN-COSTO     TO TMG-MES-COSTO.
           ADD WS-LIN-SIN-COSTO TO TMG-MES-SIN-COSTO.

      *ARMA Y ESCRIBE UNA LINEA DEL LISTADO CON LOS WS-LIN-: MARGEN
      *Y PORCENTAJE SOBRE LAS VENTAS NETAS (SIN VENTAS, CERO).
       069-ESCRIBIR-LINEA-MARGEN.
           COMPUTE WS-LIN-MARGEN = WS-LIN-VENTAS - WS-LIN-COSTO.
           MOVE ZEROS TO WS-LIN-PORCENTAJE.
           IF WS-LIN-VENTAS > ZEROS
               COMPUTE WS-LIN-PORCENTAJE ROUNDED =
                       WS-LIN-MARGEN * 100 / WS-LIN-VENTAS
                   ON SIZE ERROR MOVE ZEROS TO WS-LIN-PORCENTAJE
               END-COMPUTE
           END-IF.
           MOVE WS-LIN-UNIDADES   TO DMG-UNIDADES.
           MOVE WS-LIN-VENTAS     TO DMG-VENTAS.
           MOVE WS-LIN-COSTO      TO DMG-COSTO.
           MOVE WS-LIN-MARGEN     TO DMG-MARGEN.
           MOVE WS-LIN-PORCENTAJE TO DMG-PORCENTAJE.
           MOVE SPACES TO DMG-OBSERVACION.
           IF WS-LIN-SIN-COSTO NOT = ZEROS
               MOVE "SIN COSTO" TO DMG-OBSERVACION
           END-IF.
           MOVE WS-DETALLE-MARGEN TO LINEA-MARGEN.
           WRITE LINEA-MARGEN.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
