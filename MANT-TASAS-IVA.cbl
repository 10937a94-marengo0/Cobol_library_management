       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANT-TASAS-IVA.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *MANTENIMIENTO DE LAS ALICUOTAS DE IVA DEL MOSTRADOR
      *(TASAS-IVA.DAT), MISMO ESQUEMA QUE MANT-TARIFAS: UN REGISTRO
      *POR CODIGO DE TASA ("E" EXENTO, "R" REDUCIDA, "G" GENERAL)
      *CON SU DESCRIPCION Y EL PORCENTAJE. CADA PRODUCTO DE
      *STOCK-MAESTRO.DAT LLEVA UNO DE ESTOS CODIGOS (TASA-IVA, SE
      *CARGA EN STOCK-MANT) Y VENTAS-LOCAL DESGLOSA CON ESTA TABLA
      *EL NETO Y EL IVA DE CADA LINEA VENDIDA: LOS PRECIOS DE VENTA
      *SIGUEN SIENDO FINALES, CON IVA INCLUIDO. SIN ARCHIVO O SIN
      *EL CODIGO CARGADO RIGEN LAS ALICUOTAS DE SIEMPRE (GENERAL
      *21, REDUCIDA 10.50, EXENTO 0). EL LIBRO MENSUAL ES
      *LIBRO-IVA-VENTAS.CBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASAS-IVA ASSIGN TO "TASAS-IVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIV-CODIGO
               FILE STATUS IS FS-TASAS.

       DATA DIVISION.
       FILE SECTION.

       FD TASAS-IVA.
       01 DATOS-TASA-IVA.
           05 TIV-CODIGO              PIC X(01).
               88 TIV-EXENTO          VALUE "E".
               88 TIV-REDUCIDA        VALUE "R".
               88 TIV-GENERAL         VALUE "G".
           05 TIV-DESCRIPCION         PIC X(15).
           05 TIV-PORCENTAJE          PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       77 FS-TASAS                 PIC XX.
           88 ESTA-TASA            VALUE "00" "02".
           88 FIN-TASAS            VALUE "10".
           88 F-NOEXISTE-TAS       VALUE "35".

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-CODIGO                PIC X(1) VALUE SPACES.
       77 WS-DESCRIPCION           PIC X(15) VALUE SPACES.
       77 WS-PORCENTAJE            PIC 9(2)V99 VALUE ZEROS.
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-CANT                  PIC 9(3) VALUE ZEROS.

      *Entrada de importes con centavos, mismo descifrado que
      *095-DESCIFRAR-IMPORTE en VENTAS-LOCAL: punto decimal
      *opcional ("10.50" son diez y medio por ciento).
       77 WS-IMP-TEXTO             PIC X(10) VALUE SPACES.
       77 WS-IMPORTE-PARSEADO      PIC 9(7)V99 VALUE ZEROS.
       77 WS-IMP-IDX               PIC 9(2) VALUE ZEROS.
       77 WS-IMP-EN-DEC            PIC X VALUE "N".
           88 IMP-EN-DECIMALES     VALUE "S".
       77 WS-IMP-CENT              PIC 9(1) VALUE ZEROS.
       01 WS-IMP-CHAR              PIC X.
       01 WS-IMP-CHAR-N REDEFINES WS-IMP-CHAR PIC 9.
      *Porcentaje editado con punto decimal para pantalla.
       77 WS-PORCENTAJE-EDIT       PIC 99.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== ALICUOTAS DE IVA DEL MOSTRADOR ====="
               DISPLAY "1. LISTAR"
               DISPLAY "2. ALTA / MODIFICACION"
               DISPLAY "3. BAJA"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-LISTAR THRU 020-LISTAR-EXIT
                   WHEN 2 PERFORM 030-ALTA-MODIF
                                  THRU 030-ALTA-MODIF-EXIT
                   WHEN 3 PERFORM 040-BAJA THRU 040-BAJA-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       020-LISTAR.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT TASAS-IVA.
           IF F-NOEXISTE-TAS
               DISPLAY "NO HAY ALICUOTAS CARGADAS: RIGEN GENERAL "
                       "21.00, REDUCIDA 10.50 Y EXENTO 0."
               CLOSE TASAS-IVA
               GO TO 020-LISTAR-EXIT
           END-IF.
           DISPLAY "COD|DESCRIPCION    |  %".
           MOVE LOW-VALUES TO TIV-CODIGO.
           START TASAS-IVA KEY IS NOT LESS THAN TIV-CODIGO
               INVALID KEY SET FIN-TASAS TO TRUE
           END-START.
           IF NOT FIN-TASAS
               READ TASAS-IVA NEXT RECORD AT END SET FIN-TASAS
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-TASAS
               ADD 1 TO WS-CANT
               MOVE TIV-PORCENTAJE TO WS-PORCENTAJE-EDIT
               DISPLAY TIV-CODIGO "  |" TIV-DESCRIPCION "|"
                       WS-PORCENTAJE-EDIT
               READ TASAS-IVA NEXT RECORD AT END SET FIN-TASAS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE TASAS-IVA.
           IF WS-CANT = ZEROS
               DISPLAY "NO HAY ALICUOTAS CARGADAS."
           END-IF.
       020-LISTAR-EXIT.
           EXIT.

       030-ALTA-MODIF.
           DISPLAY "Codigo (E=EXENTO R=REDUCIDA G=GENERAL): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           IF WS-CODIGO NOT = "E" AND WS-CODIGO NOT = "R"
               AND WS-CODIGO NOT = "G"
               DISPLAY "CODIGO NO VALIDO."
               GO TO 030-ALTA-MODIF-EXIT
           END-IF.
           OPEN I-O TASAS-IVA.
           IF F-NOEXISTE-TAS
               CLOSE TASAS-IVA
               OPEN OUTPUT TASAS-IVA
               CLOSE TASAS-IVA
               OPEN I-O TASAS-IVA
           END-IF.
           MOVE WS-CODIGO TO TIV-CODIGO.
           READ TASAS-IVA
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-TASA
               MOVE TIV-PORCENTAJE TO WS-PORCENTAJE-EDIT
               DISPLAY "** MODIFICACION ** (" TIV-DESCRIPCION " "
                       WS-PORCENTAJE-EDIT "%)"
           ELSE
               DISPLAY "** ALTA **"
           END-IF.
           DISPLAY "Descripcion: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPCION.
           ACCEPT WS-DESCRIPCION.
           DISPLAY "Porcentaje (ej. 21 o 10.50): " WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           PERFORM DESCIFRAR-IMPORTE.
           MOVE WS-IMPORTE-PARSEADO TO WS-PORCENTAJE.
           IF WS-PORCENTAJE = ZEROS AND WS-CODIGO NOT = "E"
               DISPLAY "SOLO EL EXENTO VA EN CERO, NO SE GRABA."
               CLOSE TASAS-IVA
               GO TO 030-ALTA-MODIF-EXIT
           END-IF.
           IF ESTA-TASA
               IF WS-DESCRIPCION NOT = SPACES
                   MOVE WS-DESCRIPCION TO TIV-DESCRIPCION
               END-IF
               MOVE WS-PORCENTAJE     TO TIV-PORCENTAJE
               REWRITE DATOS-TASA-IVA
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
               END-REWRITE
               DISPLAY "ALICUOTA MODIFICADA."
           ELSE
               MOVE WS-CODIGO         TO TIV-CODIGO
               MOVE WS-DESCRIPCION    TO TIV-DESCRIPCION
               MOVE WS-PORCENTAJE     TO TIV-PORCENTAJE
               WRITE DATOS-TASA-IVA
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
               END-WRITE
               DISPLAY "ALICUOTA DADA DE ALTA."
           END-IF.
           CLOSE TASAS-IVA.
       030-ALTA-MODIF-EXIT.
           EXIT.

       040-BAJA.
           DISPLAY "Codigo a quitar: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACES
               GO TO 040-BAJA-EXIT
           END-IF.
           OPEN I-O TASAS-IVA.
           IF F-NOEXISTE-TAS
               DISPLAY "NO HAY ALICUOTAS CARGADAS."
               CLOSE TASAS-IVA
               GO TO 040-BAJA-EXIT
           END-IF.
           MOVE WS-CODIGO TO TIV-CODIGO.
           READ TASAS-IVA
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-TASA
               DISPLAY "ESE CODIGO NO ESTA CARGADO."
               CLOSE TASAS-IVA
               GO TO 040-BAJA-EXIT
           END-IF.
           DISPLAY "SIN EL CODIGO RIGE LA ALICUOTA DE SIEMPRE. "
                   "ESCRIBA SI PARA QUITAR: " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "SI" OR WS-CONFIRMA = "si"
               DELETE TASAS-IVA
                   INVALID KEY DISPLAY "ERROR AL QUITAR"
               END-DELETE
               DISPLAY "ALICUOTA QUITADA."
           ELSE
               DISPLAY "BAJA CANCELADA."
           END-IF.
           CLOSE TASAS-IVA.
       040-BAJA-EXIT.
           EXIT.
      *CONVIERTE EL TEXTO DE WS-IMP-TEXTO EN UN IMPORTE CON
      *CENTAVOS EN WS-IMPORTE-PARSEADO, MISMO DESCIFRADO QUE
      *095-DESCIFRAR-IMPORTE EN VENTAS-LOCAL: LOS DIGITOS ANTES DEL
      *PUNTO SON ENTEROS, LOS DOS PRIMEROS DESPUES SON DECIMALES.
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

       END PROGRAM MANT-TASAS-IVA.
