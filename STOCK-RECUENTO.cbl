      *FIRMADO QUE CORRIGE EL REGISTRO DEJANDO LA LINEA DE AUDITORIA
      *EN AUDITORIA-STOCK.DAT: LA MERMA PASA A SER UN NUMERO EN
      *LUGAR DE UN ENCOGIMIENTO DE HOMBROS.
      *LAS DIFERENCIAS SE VALUAN AL COSTO PROMEDIO DE COMPRA DEL
      *PRODUCTO (COSTO-PROMEDIO, AGREGADO AL FINAL DEL REGISTRO): EL
      *REPORTE TOTALIZA LA MERMA Y EL SOBRANTE AL COSTO Y EL AJUSTE
      *DEJA EL IMPORTE EN SU LINEA DE AUDITORIA. UN PRODUCTO SIN
      *COSTO CARGADO SALE "SIN COSTO" Y NO SUMA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 PRODUCTO-ES-MULTA-LIBRO PIC X(01).
           05 STOCK-MINIMO    PIC 9(3).
           05 PROVEEDOR-REF   PIC X(10).
      *ALICUOTA DE IVA DEL PRODUCTO (AGREGADA AL FINAL): "E" EXENTO,
      *"R" REDUCIDA, "G" GENERAL. EL PORCENTAJE DE CADA CODIGO VIVE
      *EN TASAS-IVA.DAT (MANT-TASAS-IVA.CBL).
           05 TASA-IVA        PIC X(01).
               88 IVA-EXENTO          VALUE "E".
               88 IVA-REDUCIDA        VALUE "R".
               88 IVA-GENERAL         VALUE "G".
      *COSTO PROMEDIO PONDERADO DE COMPRA, SIN IVA (AGREGADO AL
      *FINAL). CERO = SIN COSTO CONOCIDO.
           05 COSTO-PROMEDIO  PIC 9(5)V99.

       FD RECUENTO.
       01 LINEA-RECUENTO.
       77 WS-CANT-DIFS             PIC 9(3) VALUE ZEROS.
       77 WS-INICIAL-NUEVO         PIC S9(4) VALUE ZEROS.
       77 WS-TOTAL-VIEJO           PIC 9(3) VALUE ZEROS.
      *VALUACION AL COSTO: IMPORTE DE LA DIFERENCIA DE CADA PRODUCTO
      *(NEGATIVO = MERMA) Y TOTALES DEL REPORTE.
       77 WS-VALOR-DIF             PIC S9(7)V99 VALUE ZEROS.
       77 WS-VALOR-DIF-EDIT        PIC -(7)9.99.
       77 WS-TOTAL-MERMA           PIC 9(7)V99 VALUE ZEROS.
       77 WS-TOTAL-SOBRANTE        PIC 9(7)V99 VALUE ZEROS.
       77 WS-TOTAL-EDIT            PIC Z(6)9.99.
       77 WS-CANT-SIN-COSTO        PIC 9(3) VALUE ZEROS.
       77 WS-TIENE-COSTO           PIC X VALUE "N".
           88 TIENE-COSTO          VALUE "S".

       PROCEDURE DIVISION.

           END-IF.
           OPEN OUTPUT REPORTE-DIF.
           MOVE ZEROS TO WS-CANT-DIFS.
           MOVE ZEROS TO WS-TOTAL-MERMA WS-TOTAL-SOBRANTE
                         WS-CANT-SIN-COSTO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DIFERENCIAS DE RECUENTO - " DELIMITED BY SIZE
                   WS-FECHA-HOY                DELIMITED BY SIZE
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PR|PRODUCTO            |CONTADO|CALC|TOTAL|DIF |VALOR C
      -        "OSTO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           READ RECUENTO AT END SET FIN-RECUENTO TO TRUE END-READ.
           PERFORM UNTIL FIN-RECUENTO
                   IF WS-DIFERENCIA NOT = ZEROS
                       OR REC-CONTADO NOT = TOTAL
                       ADD 1 TO WS-CANT-DIFS
                       PERFORM 035-VALUAR-DIFERENCIA
                       MOVE SPACES TO LINEA-REPORTE
                       STRING REC-PRODUCTO    DELIMITED BY SIZE
                               "|"            DELIMITED BY SIZE
                               TOTAL          DELIMITED BY SIZE
                               "  |"          DELIMITED BY SIZE
                               WS-DIFERENCIA  DELIMITED BY SIZE
                               "|"            DELIMITED BY SIZE
                               WS-VALOR-DIF-EDIT DELIMITED BY SIZE
                               INTO LINEA-REPORTE
                       IF NOT TIENE-COSTO
                           MOVE "  SIN COSTO" TO LINEA-REPORTE (49:11)
                       END-IF
                       WRITE LINEA-REPORTE
                   END-IF
               END-IF
                   WS-CANT-DIFS                DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-MERMA TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MERMA VALUADA AL COSTO:    " DELIMITED BY SIZE
                   WS-TOTAL-EDIT                DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-SOBRANTE TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SOBRANTE VALUADO AL COSTO: " DELIMITED BY SIZE
                   WS-TOTAL-EDIT                DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-CANT-SIN-COSTO NOT = ZEROS
               MOVE SPACES TO LINEA-REPORTE
               STRING "DIFERENCIAS SIN COSTO (NO VALUADAS): "
                                                DELIMITED BY SIZE
                       WS-CANT-SIN-COSTO        DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           CLOSE REPORTE-DIF.
           CLOSE STOCK-MAESTRO.
           CLOSE RECUENTO.
       030-DIFERENCIAS-EXIT.
           EXIT.

      *IMPORTE AL COSTO DE LA DIFERENCIA DEL PRODUCTO LEIDO; SUMA A
      *LA MERMA O AL SOBRANTE DEL REPORTE SEGUN EL SIGNO.
       035-VALUAR-DIFERENCIA.
           MOVE ZEROS TO WS-VALOR-DIF.
           MOVE "N" TO WS-TIENE-COSTO.
           IF COSTO-PROMEDIO IS NUMERIC
               IF COSTO-PROMEDIO NOT = ZEROS
                   MOVE "S" TO WS-TIENE-COSTO
               END-IF
           END-IF.
           IF TIENE-COSTO
               COMPUTE WS-VALOR-DIF = WS-DIFERENCIA * COSTO-PROMEDIO
               IF WS-VALOR-DIF < ZEROS
                   SUBTRACT WS-VALOR-DIF FROM WS-TOTAL-MERMA
               ELSE
                   ADD WS-VALOR-DIF TO WS-TOTAL-SOBRANTE
               END-IF
           ELSE
               IF WS-DIFERENCIA NOT = ZEROS
                   ADD 1 TO WS-CANT-SIN-COSTO
               END-IF
           END-IF.
           MOVE WS-VALOR-DIF TO WS-VALOR-DIF-EDIT.

      *AJUSTE FIRMADO: EL TOTAL PASA AL CONTADO Y LA CANTIDAD
      *INICIAL SE RECALCULA PARA QUE INICIAL + ENTRADA - SALIDA
      *SIGA CERRANDO. CADA AJUSTE DEJA SU LINEA DE AUDITORIA CON EL
           END-IF.
           MOVE WS-INICIAL-NUEVO TO CANTIDAD-INICIAL.
           MOVE WS-CONTADO TO TOTAL.
           MOVE ZEROS TO WS-VALOR-DIF.
           IF COSTO-PROMEDIO IS NUMERIC
               COMPUTE WS-VALOR-DIF = (WS-CONTADO - WS-TOTAL-VIEJO)
                       * COSTO-PROMEDIO
           END-IF.
           MOVE WS-VALOR-DIF TO WS-VALOR-DIF-EDIT.
           REWRITE REG-PRODUCTOS END-REWRITE.
           CLOSE STOCK-MAESTRO.
           PERFORM 045-AUDITAR-AJUSTE.
           DISPLAY "PRODUCTO " WS-PRODUCTO " AJUSTADO DE "
                   WS-TOTAL-VIEJO " A " WS-CONTADO ".".
           DISPLAY "DIFERENCIA AL COSTO: " WS-VALOR-DIF-EDIT.
       040-AJUSTAR-EXIT.
           EXIT.

                   WS-HORA       DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   WS-OPERADOR   DELIMITED BY SIZE
                   " VALOR COSTO " DELIMITED BY SIZE
                   WS-VALOR-DIF-EDIT DELIMITED BY SIZE
                   INTO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.
           CLOSE AUDITORIA-STOCK.
