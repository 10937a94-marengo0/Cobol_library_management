      *QUE NUNCA LLEGARON A LA CUENTA. EL TESORERO HACIA ESTO EN
      *PAPELITOS CUADRICULADOS.

      *MODIFICACIONES.
      *15/10/2026 - LA CONCILIACION TOMA TAMBIEN LOS DEBITOS DEL
      *  RESUMEN: CADA LINEA SE MARCA DEPOSITO O PAGO; EL PAGO BUSCA
      *  LA ORDEN DE PAGO A PROVEEDOR (ORDENES-PAGO.DAT DE
      *  FACTURAS-PROV) SIN CONCILIAR POR IMPORTE TOTAL Y, SI SE
      *  TIPEA, NUMERO DE CHEQUE O TRANSFERENCIA. EL REPORTE DE
      *  PENDIENTES SUMA LAS ORDENES QUE EL BANCO NO DEBITO.
      *15/10/2026 - LA LINEA DEL RESUMEN PUEDE SER TAMBIEN LA
      *  ACREDITACION DE UNA LIQUIDACION DE LA PLATAFORMA DE PAGOS
      *  (LIQUIDACIONES-PLATAFORMA.DAT DE PAGOS-WEB): SE BUSCA LA
      *  PRIMERA LIQUIDACION PENDIENTE CON ESE IMPORTE Y QUEDA
      *  CONCILIADA. EL REPORTE DE PENDIENTES SUMA LAS LIQUIDACIONES
      *  QUE EL BANCO TODAVIA NO ACREDITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.

      *ORDENES DE PAGO A PROVEEDORES (FACTURAS-PROV): SALIDAS DE
      *LA CUENTA QUE EL RESUMEN MUESTRA COMO DEBITOS.
           SELECT ORDENES-PAGO ASSIGN TO "ORDENES-PAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-CLAVE
               FILE STATUS IS FS-ORDENES-PAGO.

      *LIQUIDACIONES DE LA PLATAFORMA DE PAGOS (PAGOS-WEB): LO QUE
      *LA PLATAFORMA TRANSFIERE POR LOS PAGOS DE MULTAS DE LA WEB.
           SELECT LIQUIDACIONES
               ASSIGN TO "LIQUIDACIONES-PLATAFORMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIQ-LOTE
               FILE STATUS IS FS-LIQUIDACIONES.

           SELECT BOLETAS ASSIGN TO "BOLETA-DEPOSITO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOLETAS.
               88 DEP-CONCILIADO      VALUE "C".
           05 DEP-FECHA-CONCILIADO    PIC 9(8).

      *MISMO REGISTRO QUE EN FACTURAS-PROV: UNA FILA POR RENGLON DE
      *FACTURA PAGADO, CABECERA DE LA ORDEN REPETIDA EN CADA FILA.
       FD ORDENES-PAGO.
       01 DATOS-ORDEN-PAGO.
           05 OPA-CLAVE.
               10 OPA-NUMERO          PIC 9(6).
               10 OPA-RENGLON         PIC 9(2).
           05 OPA-PROVEEDOR           PIC 9(4).
           05 OPA-FECHA               PIC 9(8).
           05 OPA-MEDIO               PIC X(1).
           05 OPA-COMPROBANTE         PIC X(12).
           05 OPA-CUENTA-BANCO        PIC X(12).
           05 OPA-FAC-NUMERO          PIC X(12).
           05 OPA-FAC-RENGLON         PIC 9(2).
           05 OPA-IMPORTE             PIC 9(8)V99.
           05 OPA-ESTADO              PIC X(1).
               88 OPA-EMITIDA         VALUE "E".
               88 OPA-CONCILIADA      VALUE "C".
           05 OPA-FECHA-CONCILIADO    PIC 9(8).

      *MISMO REGISTRO QUE EN PAGOS-WEB: UNA LIQUIDACION POR LOTE.
       FD LIQUIDACIONES.
       01 DATOS-LIQUIDACION.
           05 LIQ-LOTE                PIC X(20).
           05 LIQ-FECHA               PIC 9(8).
           05 LIQ-IMPORTE             PIC 9(9)V99.
           05 LIQ-CANTIDAD            PIC 9(5).
           05 LIQ-APLICADO            PIC 9(9)V99.
           05 LIQ-RECHAZADO           PIC 9(9)V99.
           05 LIQ-ESTADO              PIC X(01).
               88 LIQ-PENDIENTE       VALUE "P".
               88 LIQ-CONCILIADA      VALUE "C".
           05 LIQ-FECHA-CONCILIADO    PIC 9(8).

       FD DEP-NUMERADOR.
       01 LINEA-NUMERADOR             PIC 9(6).

           88 FIN-DEPOSITOS        VALUE "10".
           88 F-NOEXISTE-DEP       VALUE "35".

       77 FS-ORDENES-PAGO          PIC XX.
           88 FIN-ORDENES-PAGO     VALUE "10".
           88 F-NOEXISTE-OPA       VALUE "35".

       77 FS-LIQUIDACIONES         PIC XX.
           88 FIN-LIQUIDACIONES    VALUE "10".
           88 F-NOEXISTE-LIQ       VALUE "35".

       77 FS-NUMERADOR             PIC XX.
           88 F-NOEXISTE-NUM       VALUE "35".

       77 WS-CANT-PENDIENTES       PIC 9(4) VALUE ZEROS.
       77 WS-IMPORTE-PENDIENTE     PIC 9(10)V99 VALUE ZEROS.

      *LINEA DEL RESUMEN: DEPOSITO (CREDITO) O PAGO (DEBITO).
       77 WS-RES-TIPO              PIC X VALUE SPACES.
           88 RES-ES-PAGO          VALUE "P" "p".
           88 RES-ES-LIQUIDACION   VALUE "L" "l".
       77 WS-RES-COMPROBANTE       PIC X(12) VALUE SPACES.
       77 WS-HAY-PAGOS             PIC X VALUE "N".
           88 HAY-PAGOS            VALUE "S".
      *ORDEN DE PAGO ARMADA SUMANDO SUS FILAS (048-SIGUIENTE-ORDEN).
       77 WS-OP-NUMERO             PIC 9(6) VALUE ZEROS.
       77 WS-OP-FECHA              PIC 9(8) VALUE ZEROS.
       77 WS-OP-PROVEEDOR          PIC 9(4) VALUE ZEROS.
       77 WS-OP-COMPROBANTE        PIC X(12) VALUE SPACES.
       77 WS-OP-ESTADO             PIC X VALUE SPACES.
           88 OP-EMITIDA           VALUE "E".
       77 WS-OP-TOTAL              PIC 9(9)V99 VALUE ZEROS.
       77 WS-SIN-ORDEN             PIC X VALUE "N".
           88 SIN-ORDEN            VALUE "S".
       77 WS-HAY-LIQUIDACIONES     PIC X VALUE "N".
           88 HAY-LIQUIDACIONES    VALUE "S".
       77 WS-CANT-LIQ-PEND         PIC 9(4) VALUE ZEROS.
       77 WS-IMPORTE-LIQ-PEND      PIC 9(10)V99 VALUE ZEROS.
       77 WS-CANT-PAGOS-PEND       PIC 9(4) VALUE ZEROS.
       77 WS-IMPORTE-PAGOS-PEND    PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-EDIT            PIC 9(8).99 VALUE ZEROS.

      *Entrada de importes con centavos, mismo descifrado que
      *095-DESCIFRAR-IMPORTE en VENTAS-LOCAL: punto decimal
      *opcional ("12.50" son doce con cincuenta).
               DISPLAY "===== DEPOSITOS BANCARIOS ====="
               DISPLAY "1. REGISTRAR DEPOSITO E IMPRIMIR BOLETA"
               DISPLAY "2. CONCILIAR CONTRA EL RESUMEN BANCARIO"
               DISPLAY "3. REPORTE DE DEPOSITOS Y PAGOS PENDIENTES"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               CLOSE DEPOSITOS
               GO TO 030-CONCILIAR-EXIT
           END-IF.
           MOVE "S" TO WS-HAY-PAGOS.
           OPEN I-O ORDENES-PAGO.
           IF F-NOEXISTE-OPA
               CLOSE ORDENES-PAGO
               MOVE "N" TO WS-HAY-PAGOS
           END-IF.
           MOVE "S" TO WS-HAY-LIQUIDACIONES.
           OPEN I-O LIQUIDACIONES.
           IF F-NOEXISTE-LIQ
               CLOSE LIQUIDACIONES
               MOVE "N" TO WS-HAY-LIQUIDACIONES
           END-IF.
           MOVE ZEROS TO WS-CANT-CONCILIADOS.
           MOVE ZEROS TO WS-CANT-SIN-DEPOSITO.
           DISPLAY "LINEAS DEL RESUMEN (FECHA EN CERO PARA "
                   THRU 040-UNA-LINEA-RESUMEN-EXIT
                   UNTIL WS-RES-FECHA = 99999999.
           CLOSE DEPOSITOS.
           IF HAY-PAGOS
               CLOSE ORDENES-PAGO
           END-IF.
           IF HAY-LIQUIDACIONES
               CLOSE LIQUIDACIONES
           END-IF.
           DISPLAY "CONCILIADOS: " WS-CANT-CONCILIADOS
                   "  LINEAS SIN DEPOSITO U ORDEN: "
                   WS-CANT-SIN-DEPOSITO.
           DISPLAY "CORRA EL REPORTE DE PENDIENTES PARA VER LO QUE "
                   "NO LLEGO AL BANCO.".
       030-CONCILIAR-EXIT.
           ACCEPT WS-IMP-TEXTO.
           PERFORM DESCIFRAR-IMPORTE.
           MOVE WS-IMPORTE-PARSEADO TO WS-RES-IMPORTE.
           DISPLAY "D=DEPOSITO, P=PAGO A PROVEEDOR, L=LIQUIDACION "
                   "PLATAFORMA (ENTER=DEPOSITO): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-RES-TIPO.
           ACCEPT WS-RES-TIPO.
           IF RES-ES-LIQUIDACION
               PERFORM 046-CONCILIAR-LIQUIDACION
                       THRU 046-CONCILIAR-LIQUIDACION-EXIT
               GO TO 040-UNA-LINEA-RESUMEN-EXIT
           END-IF.
           IF RES-ES-PAGO
               PERFORM 045-CONCILIAR-PAGO THRU 045-CONCILIAR-PAGO-EXIT
               GO TO 040-UNA-LINEA-RESUMEN-EXIT
           END-IF.
           MOVE "N" TO WS-HALLADO.
           MOVE ZEROS TO DEP-NUMERO.
           START DEPOSITOS KEY IS NOT LESS THAN DEP-NUMERO
       040-UNA-LINEA-RESUMEN-EXIT.
           EXIT.

      *DEBITO DEL RESUMEN: SE BUSCA LA PRIMERA ORDEN DE PAGO SIN
      *CONCILIAR CUYO TOTAL COINCIDA CON EL IMPORTE (Y CON EL NUMERO
      *DE CHEQUE O TRANSFERENCIA, SI EL RESUMEN LO TRAE); TODAS SUS
      *FILAS QUEDAN CONCILIADAS CON LA FECHA DEL RESUMEN.
       045-CONCILIAR-PAGO.
           IF NOT HAY-PAGOS
               ADD 1 TO WS-CANT-SIN-DEPOSITO
               DISPLAY "  NO HAY ORDENES DE PAGO EMITIDAS, REVISAR A "
                       "MANO."
               GO TO 045-CONCILIAR-PAGO-EXIT
           END-IF.
           DISPLAY "CHEQUE/TRANSFERENCIA NRO (ENTER=SOLO IMPORTE): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-RES-COMPROBANTE.
           ACCEPT WS-RES-COMPROBANTE.
           MOVE "N" TO WS-HALLADO.
           MOVE LOW-VALUES TO OPA-CLAVE.
           MOVE "00" TO FS-ORDENES-PAGO.
           START ORDENES-PAGO KEY IS NOT LESS THAN OPA-CLAVE
               INVALID KEY SET FIN-ORDENES-PAGO TO TRUE
           END-START.
           IF NOT FIN-ORDENES-PAGO
               READ ORDENES-PAGO NEXT RECORD AT END
                   SET FIN-ORDENES-PAGO TO TRUE END-READ
           END-IF.
           PERFORM 048-SIGUIENTE-ORDEN THRU 048-SIGUIENTE-ORDEN-EXIT.
           PERFORM UNTIL SIN-ORDEN OR DEPOSITO-HALLADO
               IF OP-EMITIDA
                   AND WS-OP-TOTAL = WS-RES-IMPORTE
                   AND (WS-RES-COMPROBANTE = SPACES
                        OR WS-RES-COMPROBANTE = WS-OP-COMPROBANTE)
                   MOVE "S" TO WS-HALLADO
               ELSE
                   PERFORM 048-SIGUIENTE-ORDEN
                           THRU 048-SIGUIENTE-ORDEN-EXIT
               END-IF
           END-PERFORM.
           IF NOT DEPOSITO-HALLADO
               ADD 1 TO WS-CANT-SIN-DEPOSITO
               DISPLAY "  SIN ORDEN DE PAGO PARA ESE DEBITO, REVISAR A"
                       " MANO."
               GO TO 045-CONCILIAR-PAGO-EXIT
           END-IF.
           MOVE WS-OP-NUMERO TO OPA-NUMERO.
           MOVE ZEROS        TO OPA-RENGLON.
           START ORDENES-PAGO KEY IS NOT LESS THAN OPA-CLAVE
               INVALID KEY SET FIN-ORDENES-PAGO TO TRUE
           END-START.
           IF NOT FIN-ORDENES-PAGO
               READ ORDENES-PAGO NEXT RECORD AT END
                   SET FIN-ORDENES-PAGO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-ORDENES-PAGO
                   OR OPA-NUMERO NOT = WS-OP-NUMERO
               SET OPA-CONCILIADA TO TRUE
               MOVE WS-RES-FECHA TO OPA-FECHA-CONCILIADO
               REWRITE DATOS-ORDEN-PAGO END-REWRITE
               READ ORDENES-PAGO NEXT RECORD AT END
                   SET FIN-ORDENES-PAGO TO TRUE END-READ
           END-PERFORM.
           ADD 1 TO WS-CANT-CONCILIADOS.
           DISPLAY "  CONCILIA CON LA ORDEN DE PAGO " WS-OP-NUMERO
                   " DEL " WS-OP-FECHA " (" WS-OP-COMPROBANTE ").".
       045-CONCILIAR-PAGO-EXIT.
           EXIT.

      *ACREDITACION DE LA PLATAFORMA DE PAGOS: LA PRIMERA
      *LIQUIDACION PENDIENTE CON ESE IMPORTE QUEDA CONCILIADA CON LA
      *FECHA DEL RESUMEN.
       046-CONCILIAR-LIQUIDACION.
           IF NOT HAY-LIQUIDACIONES
               ADD 1 TO WS-CANT-SIN-DEPOSITO
               DISPLAY "  NO HAY LIQUIDACIONES DE LA PLATAFORMA, "
                       "REVISAR A MANO."
               GO TO 046-CONCILIAR-LIQUIDACION-EXIT
           END-IF.
           MOVE "N" TO WS-HALLADO.
           MOVE LOW-VALUES TO LIQ-LOTE.
           MOVE "00" TO FS-LIQUIDACIONES.
           START LIQUIDACIONES KEY IS NOT LESS THAN LIQ-LOTE
               INVALID KEY SET FIN-LIQUIDACIONES TO TRUE
           END-START.
           IF NOT FIN-LIQUIDACIONES
               READ LIQUIDACIONES NEXT RECORD AT END
                   SET FIN-LIQUIDACIONES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-LIQUIDACIONES OR DEPOSITO-HALLADO
               IF LIQ-PENDIENTE
                   AND LIQ-IMPORTE = WS-RES-IMPORTE
                   SET LIQ-CONCILIADA TO TRUE
                   MOVE WS-RES-FECHA TO LIQ-FECHA-CONCILIADO
                   REWRITE DATOS-LIQUIDACION END-REWRITE
                   MOVE "S" TO WS-HALLADO
               ELSE
                   READ LIQUIDACIONES NEXT RECORD AT END
                       SET FIN-LIQUIDACIONES TO TRUE END-READ
               END-IF
           END-PERFORM.
           IF NOT DEPOSITO-HALLADO
               ADD 1 TO WS-CANT-SIN-DEPOSITO
               DISPLAY "  SIN LIQUIDACION PENDIENTE POR ESE IMPORTE,"
                       " REVISAR A MANO."
               GO TO 046-CONCILIAR-LIQUIDACION-EXIT
           END-IF.
           ADD 1 TO WS-CANT-CONCILIADOS.
           DISPLAY "  CONCILIA CON LA LIQUIDACION " LIQ-LOTE
                   " DEL " LIQ-FECHA ".".
       046-CONCILIAR-LIQUIDACION-EXIT.
           EXIT.

      *ARMA EN WS-OP- LA ORDEN QUE EMPIEZA EN LA FILA YA LEIDA,
      *SUMANDO SUS FILAS; DEJA LEIDA LA PRIMERA FILA DE LA ORDEN
      *SIGUIENTE. SIN FILA LEIDA, SIN-ORDEN.
       048-SIGUIENTE-ORDEN.
           IF FIN-ORDENES-PAGO
               MOVE "S" TO WS-SIN-ORDEN
           ELSE
               MOVE "N" TO WS-SIN-ORDEN
               MOVE OPA-NUMERO      TO WS-OP-NUMERO
               MOVE OPA-FECHA       TO WS-OP-FECHA
               MOVE OPA-PROVEEDOR   TO WS-OP-PROVEEDOR
               MOVE OPA-COMPROBANTE TO WS-OP-COMPROBANTE
               MOVE OPA-ESTADO      TO WS-OP-ESTADO
               MOVE ZEROS           TO WS-OP-TOTAL
               PERFORM UNTIL FIN-ORDENES-PAGO
                       OR OPA-NUMERO NOT = WS-OP-NUMERO
                   ADD OPA-IMPORTE TO WS-OP-TOTAL
                   READ ORDENES-PAGO NEXT RECORD AT END
                       SET FIN-ORDENES-PAGO TO TRUE END-READ
               END-PERFORM
           END-IF.
       048-SIGUIENTE-ORDEN-EXIT.
           EXIT.

      *DEPOSITOS QUE SIGUEN SIN ACREDITARSE EN EL RESUMEN: LOS
      *SOBRES QUE NUNCA LLEGARON A LA CUENTA, Y ORDENES DE PAGO QUE
      *EL BANCO TODAVIA NO DEBITO.
       050-REPORTE-PENDIENTES.
           MOVE ZEROS TO WS-CANT-PENDIENTES.
           MOVE ZEROS TO WS-IMPORTE-PENDIENTE.
                   WS-IMPORTE-PENDIENTE  DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM 055-PAGOS-PENDIENTES
                   THRU 055-PAGOS-PENDIENTES-EXIT.
           PERFORM 057-LIQUIDACIONES-PENDIENTES
                   THRU 057-LIQUIDACIONES-PENDIENTES-EXIT.
           CLOSE REPORTE-CONC.
           CLOSE DEPOSITOS.
           DISPLAY "CONCILIACION-BANCO.LST GENERADO ("
                   WS-CANT-PENDIENTES " DEPOSITOS, "
                   WS-CANT-PAGOS-PEND " PAGOS Y "
                   WS-CANT-LIQ-PEND " LIQUIDACIONES PENDIENTES).".
       050-REPORTE-PENDIENTES-EXIT.
           EXIT.

      *ORDENES DE PAGO EMITIDAS QUE EL RESUMEN TODAVIA NO DEBITO
      *(CHEQUES SIN COBRAR, TRANSFERENCIAS SIN SALIR).
       055-PAGOS-PENDIENTES.
           MOVE ZEROS TO WS-CANT-PAGOS-PEND.
           MOVE ZEROS TO WS-IMPORTE-PAGOS-PEND.
           OPEN INPUT ORDENES-PAGO.
           IF F-NOEXISTE-OPA
               CLOSE ORDENES-PAGO
           ELSE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "ORDENES DE PAGO SIN DEBITAR" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE LOW-VALUES TO OPA-CLAVE
               START ORDENES-PAGO KEY IS NOT LESS THAN OPA-CLAVE
                   INVALID KEY SET FIN-ORDENES-PAGO TO TRUE
               END-START
               IF NOT FIN-ORDENES-PAGO
                   READ ORDENES-PAGO NEXT RECORD AT END
                       SET FIN-ORDENES-PAGO TO TRUE END-READ
               END-IF
               PERFORM 048-SIGUIENTE-ORDEN
                       THRU 048-SIGUIENTE-ORDEN-EXIT
               PERFORM UNTIL SIN-ORDEN
                   IF OP-EMITIDA
                       ADD 1 TO WS-CANT-PAGOS-PEND
                       ADD WS-OP-TOTAL TO WS-IMPORTE-PAGOS-PEND
                       MOVE WS-OP-TOTAL TO WS-TOTAL-EDIT
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "ORDEN "          DELIMITED BY SIZE
                               WS-OP-NUMERO      DELIMITED BY SIZE
                               " DEL "           DELIMITED BY SIZE
                               WS-OP-FECHA       DELIMITED BY SIZE
                               " PROV "          DELIMITED BY SIZE
                               WS-OP-PROVEEDOR   DELIMITED BY SIZE
                               " NRO "           DELIMITED BY SIZE
                               WS-OP-COMPROBANTE DELIMITED BY SIZE
                               " IMPORTE "       DELIMITED BY SIZE
                               WS-TOTAL-EDIT     DELIMITED BY SIZE
                               INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
                   PERFORM 048-SIGUIENTE-ORDEN
                           THRU 048-SIGUIENTE-ORDEN-EXIT
               END-PERFORM
               CLOSE ORDENES-PAGO
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "PAGOS SIN DEBITAR: "   DELIMITED BY SIZE
                       WS-CANT-PAGOS-PEND     DELIMITED BY SIZE
                       "  IMPORTE TOTAL: "    DELIMITED BY SIZE
                       WS-IMPORTE-PAGOS-PEND  DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
       055-PAGOS-PENDIENTES-EXIT.
           EXIT.

      *LIQUIDACIONES DE LA PLATAFORMA QUE EL BANCO TODAVIA NO
      *ACREDITO.
       057-LIQUIDACIONES-PENDIENTES.
           MOVE ZEROS TO WS-CANT-LIQ-PEND.
           MOVE ZEROS TO WS-IMPORTE-LIQ-PEND.
           OPEN INPUT LIQUIDACIONES.
           IF F-NOEXISTE-LIQ
               CLOSE LIQUIDACIONES
           ELSE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "LIQUIDACIONES DE LA PLATAFORMA SIN ACREDITAR"
                       TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE LOW-VALUES TO LIQ-LOTE
               START LIQUIDACIONES KEY IS NOT LESS THAN LIQ-LOTE
                   INVALID KEY SET FIN-LIQUIDACIONES TO TRUE
               END-START
               IF NOT FIN-LIQUIDACIONES
                   READ LIQUIDACIONES NEXT RECORD AT END
                       SET FIN-LIQUIDACIONES TO TRUE END-READ
               END-IF
               PERFORM UNTIL FIN-LIQUIDACIONES
                   IF LIQ-PENDIENTE
                       ADD 1 TO WS-CANT-LIQ-PEND
                       ADD LIQ-IMPORTE TO WS-IMPORTE-LIQ-PEND
                       MOVE LIQ-IMPORTE TO WS-TOTAL-EDIT
                       MOVE SPACES TO LINEA-REPORTE
                       STRING "LOTE "           DELIMITED BY SIZE
                               LIQ-LOTE          DELIMITED BY SIZE
                               " DEL "           DELIMITED BY SIZE
                               LIQ-FECHA         DELIMITED BY SIZE
                               " PAGOS "         DELIMITED BY SIZE
                               LIQ-CANTIDAD      DELIMITED BY SIZE
                               " IMPORTE "       DELIMITED BY SIZE
                               WS-TOTAL-EDIT     DELIMITED BY SIZE
                               INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
                   READ LIQUIDACIONES NEXT RECORD AT END
                       SET FIN-LIQUIDACIONES TO TRUE END-READ
               END-PERFORM
               CLOSE LIQUIDACIONES
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "LIQUIDACIONES SIN ACREDITAR: "
                                              DELIMITED BY SIZE
                       WS-CANT-LIQ-PEND       DELIMITED BY SIZE
                       "  IMPORTE TOTAL: "    DELIMITED BY SIZE
                       WS-IMPORTE-LIQ-PEND    DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
       057-LIQUIDACIONES-PENDIENTES-EXIT.
           EXIT.

       060-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-NUMERO.
           OPEN INPUT DEP-NUMERADOR.
