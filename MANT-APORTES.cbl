       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANT-APORTES.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *MANTENIMIENTO DE LA TABLA DE DESCUENTOS Y CONTRIBUCIONES DE
      *LA NOMINA (APORTES-NOMINA.DAT), MISMO ESQUEMA DE VIGENCIAS
      *QUE MANT-TARIFAS: UN REGISTRO POR FECHA DE VIGENCIA Y CODIGO
      *DE CONCEPTO (JUB, OSO, PAM, ETC) CON SU DESCRIPCION, EL
      *ORGANISMO AL QUE SE DEPOSITA, EL PORCENTAJE QUE SE DESCUENTA
      *AL EMPLEADO Y EL QUE PAGA LA BIBLIOTECA COMO EMPLEADOR.
      *NOMINA TOMA EL JUEGO DE CONCEPTOS DE LA ULTIMA VIGENCIA QUE
      *NO SEA POSTERIOR AL FIN DEL PERIODO QUE PAGA, ASI LOS
      *PERIODOS VIEJOS CONSERVAN SUS PORCENTAJES. UNA VIGENCIA NUEVA
      *TIENE QUE LLEVAR TODOS LOS CONCEPTOS QUE SIGAN RIGIENDO. SIN
      *ARCHIVO RIGEN JUBILACION 11.00/10.77, OBRA SOCIAL 3.00/6.00
      *Y PAMI 3.00/1.50 (EMPLEADO/EMPLEADOR).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APORTES-NOMINA ASSIGN TO "APORTES-NOMINA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APN-CLAVE
               FILE STATUS IS FS-APORTES.

       DATA DIVISION.
       FILE SECTION.

       FD APORTES-NOMINA.
       01 DATOS-APORTE.
           05 APN-CLAVE.
               10 APN-FECHA-VIGENCIA  PIC 9(8).
               10 APN-CODIGO          PIC X(3).
           05 APN-DESCRIPCION         PIC X(15).
           05 APN-ORGANISMO           PIC X(10).
           05 APN-PORC-EMPLEADO       PIC 9(2)V99.
           05 APN-PORC-EMPLEADOR      PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       77 FS-APORTES               PIC XX.
           88 ESTA-APORTE          VALUE "00" "02".
           88 FIN-APORTES          VALUE "10".
           88 F-NOEXISTE-APN       VALUE "35".

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-VIGENCIA        PIC 9(8) VALUE ZEROS.
       77 WS-CODIGO                PIC X(3) VALUE SPACES.
       77 WS-DESCRIPCION           PIC X(15) VALUE SPACES.
       77 WS-ORGANISMO             PIC X(10) VALUE SPACES.
       77 WS-PORC-EMPLEADO         PIC 9(2)V99 VALUE ZEROS.
       77 WS-PORC-EMPLEADOR        PIC 9(2)V99 VALUE ZEROS.
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-CANT                  PIC 9(3) VALUE ZEROS.

      *Entrada de importes con centavos, mismo descifrado que
      *095-DESCIFRAR-IMPORTE en VENTAS-LOCAL: punto decimal
      *opcional ("10.77" son diez con setenta y siete por ciento).
       77 WS-IMP-TEXTO             PIC X(10) VALUE SPACES.
       77 WS-IMPORTE-PARSEADO      PIC 9(7)V99 VALUE ZEROS.
       77 WS-IMP-IDX               PIC 9(2) VALUE ZEROS.
       77 WS-IMP-EN-DEC            PIC X VALUE "N".
           88 IMP-EN-DECIMALES     VALUE "S".
       77 WS-IMP-CENT              PIC 9(1) VALUE ZEROS.
       01 WS-IMP-CHAR              PIC X.
       01 WS-IMP-CHAR-N REDEFINES WS-IMP-CHAR PIC 9.
      *Porcentajes editados con punto decimal para pantalla.
       77 WS-PORC-EMPLEADO-EDIT    PIC 99.99 VALUE ZEROS.
       77 WS-PORC-EMPLEADOR-EDIT   PIC 99.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== DESCUENTOS Y CONTRIBUCIONES DE NOMINA ="
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
           OPEN INPUT APORTES-NOMINA.
           IF F-NOEXISTE-APN
               DISPLAY "NO HAY CONCEPTOS CARGADOS: RIGEN JUBILACION "
                       "11.00/10.77, OBRA SOCIAL 3.00/6.00 Y PAMI "
                       "3.00/1.50."
               CLOSE APORTES-NOMINA
               GO TO 020-LISTAR-EXIT
           END-IF.
           DISPLAY "VIGENCIA|COD|DESCRIPCION    |ORGANISMO | EMPL.|"
                   " PATR.".
           MOVE LOW-VALUES TO APN-CLAVE.
           START APORTES-NOMINA KEY IS NOT LESS THAN APN-CLAVE
               INVALID KEY SET FIN-APORTES TO TRUE
           END-START.
           IF NOT FIN-APORTES
               READ APORTES-NOMINA NEXT RECORD AT END SET FIN-APORTES
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-APORTES
               ADD 1 TO WS-CANT
               MOVE APN-PORC-EMPLEADO  TO WS-PORC-EMPLEADO-EDIT
               MOVE APN-PORC-EMPLEADOR TO WS-PORC-EMPLEADOR-EDIT
               DISPLAY APN-FECHA-VIGENCIA "|" APN-CODIGO "|"
                       APN-DESCRIPCION "|" APN-ORGANISMO "| "
                       WS-PORC-EMPLEADO-EDIT "| "
                       WS-PORC-EMPLEADOR-EDIT
               READ APORTES-NOMINA NEXT RECORD AT END SET FIN-APORTES
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE APORTES-NOMINA.
           IF WS-CANT = ZEROS
               DISPLAY "NO HAY CONCEPTOS CARGADOS."
           END-IF.
       020-LISTAR-EXIT.
           EXIT.

       030-ALTA-MODIF.
           DISPLAY "Vigente desde (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-VIGENCIA.
           ACCEPT WS-FECHA-VIGENCIA.
           IF WS-FECHA-VIGENCIA = ZEROS
               GO TO 030-ALTA-MODIF-EXIT
           END-IF.
           DISPLAY "Codigo de concepto (ej. JUB, OSO, PAM): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACES
               DISPLAY "CODIGO NO VALIDO."
               GO TO 030-ALTA-MODIF-EXIT
           END-IF.
           OPEN I-O APORTES-NOMINA.
           IF F-NOEXISTE-APN
               CLOSE APORTES-NOMINA
               OPEN OUTPUT APORTES-NOMINA
               CLOSE APORTES-NOMINA
               OPEN I-O APORTES-NOMINA
           END-IF.
           MOVE WS-FECHA-VIGENCIA TO APN-FECHA-VIGENCIA.
           MOVE WS-CODIGO         TO APN-CODIGO.
           READ APORTES-NOMINA
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-APORTE
               MOVE APN-PORC-EMPLEADO  TO WS-PORC-EMPLEADO-EDIT
               MOVE APN-PORC-EMPLEADOR TO WS-PORC-EMPLEADOR-EDIT
               DISPLAY "** MODIFICACION ** (" APN-DESCRIPCION " "
                       APN-ORGANISMO " " WS-PORC-EMPLEADO-EDIT "% / "
                       WS-PORC-EMPLEADOR-EDIT "%)"
           ELSE
               DISPLAY "** ALTA **"
           END-IF.
           DISPLAY "Descripcion: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPCION.
           ACCEPT WS-DESCRIPCION.
           DISPLAY "Organismo que recibe el deposito: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ORGANISMO.
           ACCEPT WS-ORGANISMO.
           DISPLAY "% descuento al empleado (ej. 11 o 3.50): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           PERFORM DESCIFRAR-IMPORTE.
           MOVE WS-IMPORTE-PARSEADO TO WS-PORC-EMPLEADO.
           DISPLAY "% contribucion del empleador: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           PERFORM DESCIFRAR-IMPORTE.
           MOVE WS-IMPORTE-PARSEADO TO WS-PORC-EMPLEADOR.
           IF WS-PORC-EMPLEADO = ZEROS AND WS-PORC-EMPLEADOR = ZEROS
               DISPLAY "SIN NINGUN PORCENTAJE NO HAY CONCEPTO, NO SE "
                       "GRABA."
               CLOSE APORTES-NOMINA
               GO TO 030-ALTA-MODIF-EXIT
           END-IF.
           IF ESTA-APORTE
               IF WS-DESCRIPCION NOT = SPACES
                   MOVE WS-DESCRIPCION TO APN-DESCRIPCION
               END-IF
               IF WS-ORGANISMO NOT = SPACES
                   MOVE WS-ORGANISMO   TO APN-ORGANISMO
               END-IF
               MOVE WS-PORC-EMPLEADO   TO APN-PORC-EMPLEADO
               MOVE WS-PORC-EMPLEADOR  TO APN-PORC-EMPLEADOR
               REWRITE DATOS-APORTE
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
               END-REWRITE
               DISPLAY "CONCEPTO MODIFICADO."
           ELSE
               IF WS-ORGANISMO = SPACES
                   DISPLAY "FALTA EL ORGANISMO, NO SE GRABA."
                   CLOSE APORTES-NOMINA
                   GO TO 030-ALTA-MODIF-EXIT
               END-IF
               MOVE WS-FECHA-VIGENCIA  TO APN-FECHA-VIGENCIA
               MOVE WS-CODIGO          TO APN-CODIGO
               MOVE WS-DESCRIPCION     TO APN-DESCRIPCION
               MOVE WS-ORGANISMO       TO APN-ORGANISMO
               MOVE WS-PORC-EMPLEADO   TO APN-PORC-EMPLEADO
               MOVE WS-PORC-EMPLEADOR  TO APN-PORC-EMPLEADOR
               WRITE DATOS-APORTE
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
               END-WRITE
               DISPLAY "CONCEPTO DADO DE ALTA."
           END-IF.
           CLOSE APORTES-NOMINA.
       030-ALTA-MODIF-EXIT.
           EXIT.

       040-BAJA.
           DISPLAY "Vigencia (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-VIGENCIA.
           ACCEPT WS-FECHA-VIGENCIA.
           IF WS-FECHA-VIGENCIA = ZEROS
               GO TO 040-BAJA-EXIT
           END-IF.
           DISPLAY "Codigo a quitar: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACES
               GO TO 040-BAJA-EXIT
           END-IF.
           OPEN I-O APORTES-NOMINA.
           IF F-NOEXISTE-APN
               DISPLAY "NO HAY CONCEPTOS CARGADOS."
               CLOSE APORTES-NOMINA
               GO TO 040-BAJA-EXIT
           END-IF.
           MOVE WS-FECHA-VIGENCIA TO APN-FECHA-VIGENCIA.
           MOVE WS-CODIGO         TO APN-CODIGO.
           READ APORTES-NOMINA
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-APORTE
               DISPLAY "ESE CONCEPTO NO ESTA CARGADO EN ESA VIGENCIA."
               CLOSE APORTES-NOMINA
               GO TO 040-BAJA-EXIT
           END-IF.
           DISPLAY "CONFIRME: ESCRIBA SI PARA QUITAR: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "SI" OR WS-CONFIRMA = "si"
               DELETE APORTES-NOMINA
                   INVALID KEY DISPLAY "ERROR AL QUITAR"
               END-DELETE
               DISPLAY "CONCEPTO QUITADO."
           ELSE
               DISPLAY "BAJA CANCELADA."
           END-IF.
           CLOSE APORTES-NOMINA.
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

       END PROGRAM MANT-APORTES.
