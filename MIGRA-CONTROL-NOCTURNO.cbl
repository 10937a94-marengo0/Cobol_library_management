       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MIGRA-CONTROL-NOCTURNO.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *CONVERSION UNICA DEL LIBRO DE CONTROL DE LA CADENA NOCTURNA
      *(CONTROL-NOCTURNO.DAT) AL REGISTRO CON EL LARGO DE LA CADENA
      *FIJA EN CADA LINEA (CTL-CANT-PASOS, POSICIONES 24 Y 25). LAS
      *LINEAS VIEJAS NO LO TRAEN, Y SIN EL PROCESO-NOCTURNO TOMARIA
      *LA ULTIMA CORRIDA DE 12 PASOS COMO CADENA A MEDIAS Y
      *TIEMPOS-NOCHE MEZCLARIA LOS TRABAJOS DE AGENDA ANOTADOS COMO
      *13 A 16 CON LOS PASOS FIJOS NUEVOS DE ESOS NUMEROS.
      *EL LARGO DE CADA NOCHE SALE DE SU MARCA DE CADENA COMPLETA:
      *EL "F" CON RC 0 QUE EL DRIVER GRABA JUSTO DETRAS DEL "F" DEL
      *ULTIMO PASO, CON EL MISMO NUMERO. UNA NOCHE SIN MARCA (CADENA
      *CORTADA, SIN AGENDA) TOMA EL LARGO DE LA NOCHE ANTERIOR, O
      *SU PASO MAS ALTO SI ES LA PRIMERA. LAS LINEAS QUE YA TRAEN EL
      *LARGO QUEDAN COMO ESTAN, ASI QUE CORRERLO DE NUEVO NO CAMBIA
      *NADA. EL LIBRO SE ARMA EN CONTROL-NOCTURNO.MIG Y SE COPIA
      *SOBRE EL ORIGINAL. CORRER UNA SOLA VEZ, ANTES DE LA PRIMERA
      *CADENA CON EL DRIVER NUEVO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-NOCTURNO ASSIGN TO "CONTROL-NOCTURNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT MIGRACION ASSIGN TO "CONTROL-NOCTURNO.MIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MIGRACION.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *MISMO LAYOUT QUE EN PROCESO-NOCTURNO.CBL.
       FD CONTROL-NOCTURNO.
       01 LINEA-CONTROL.
           05 CTL-FECHA               PIC 9(8).
           05 CTL-PASO                PIC 9(2).
           05 CTL-EVENTO              PIC X(1).
           05 CTL-HORA                PIC 9(8).
           05 CTL-RETORNO             PIC 9(4).
           05 CTL-CANT-PASOS          PIC 9(2).

       FD MIGRACION.
       01 LINEA-MIGRACION             PIC X(25).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-CONTROL               PIC XX.
           88 FIN-CONTROL          VALUE "10".
           88 F-NOEXISTE-CONTROL   VALUE "05" "35".
       77 FS-MIGRACION             PIC XX.
           88 FIN-MIGRACION        VALUE "10".
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

       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-CANT-LEIDAS           PIC 9(6) VALUE ZEROS.
       77 WS-CANT-COMPLETADAS      PIC 9(6) VALUE ZEROS.
       77 WS-CANT-COPIADAS         PIC 9(6) VALUE ZEROS.
       77 WS-CANT-NOCHES           PIC 9(6) VALUE ZEROS.

      *LINEAS DE LA NOCHE EN CURSO, QUE SE GRABAN RECIEN CUANDO SE
      *CONOCE SU LARGO. UNA NOCHE NORMAL TIENE MENOS DE CIEN.
       77 MAX-LINEAS-NOCHE         PIC 9(3) VALUE 500.
       01 TABLA-NOCHE.
           05 TNO-LINEA OCCURS 500 TIMES.
               10 TNO-FECHA        PIC 9(8).
               10 TNO-PASO         PIC 9(2).
               10 TNO-EVENTO       PIC X(1).
               10 TNO-HORA         PIC 9(8).
               10 TNO-RETORNO      PIC 9(4).
               10 TNO-CANT-PASOS   PIC X(2).
       77 WS-CANT-EN-NOCHE         PIC 9(3) VALUE ZEROS.
       77 WS-IND                   PIC 9(3) VALUE ZEROS.
       77 WS-IND-ANT               PIC 9(3) VALUE ZEROS.
       77 WS-FECHA-NOCHE           PIC 9(8) VALUE ZEROS.
       77 WS-LARGO-NOCHE           PIC 9(2) VALUE ZEROS.
       77 WS-LARGO-ANTERIOR        PIC 9(2) VALUE ZEROS.
       77 WS-PASO-MAXIMO           PIC 9(2) VALUE ZEROS.
       77 WS-DESBORDE              PIC X VALUE "N".
           88 HUBO-DESBORDE        VALUE "S".

      *LINEA CONVERTIDA (LA DEL ARCHIVO TIENE YA LEIDA LA PRIMERA
      *LINEA DE LA NOCHE SIGUIENTE).
       01 LINEA-NUEVA.
           05 NUE-FECHA               PIC 9(8).
           05 NUE-PASO                PIC 9(2).
           05 NUE-EVENTO              PIC X(1).
           05 NUE-HORA                PIC 9(8).
           05 NUE-RETORNO             PIC 9(4).
           05 NUE-CANT-PASOS          PIC X(2).

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "===== CONVERSION DE CONTROL-NOCTURNO.DAT =====".
           DISPLAY "AGREGA A CADA LINEA EL LARGO DE LA CADENA FIJA "
                   "CON QUE SE GRABO.".
           DISPLAY "CORRER FUERA DE LA CADENA NOCTURNA. CONFIRME "
                   "CON SI: " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI" AND WS-CONFIRMA NOT = "si"
               DISPLAY "CONVERSION CANCELADA."
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           OPEN INPUT CONTROL-NOCTURNO.
           IF F-NOEXISTE-CONTROL
               DISPLAY "NO HAY LIBRO DE CONTROL: NADA QUE CONVERTIR."
               CLOSE CONTROL-NOCTURNO
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           OPEN OUTPUT MIGRACION.
           MOVE ZEROS TO WS-CANT-EN-NOCHE WS-FECHA-NOCHE
                         WS-LARGO-ANTERIOR.
           READ CONTROL-NOCTURNO AT END SET FIN-CONTROL TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CONTROL OR HUBO-DESBORDE
               ADD 1 TO WS-CANT-LEIDAS
               IF CTL-FECHA NOT = WS-FECHA-NOCHE
                   PERFORM 020-GRABAR-NOCHE THRU 020-GRABAR-NOCHE-EXIT
                   MOVE CTL-FECHA TO WS-FECHA-NOCHE
               END-IF
               IF WS-CANT-EN-NOCHE < MAX-LINEAS-NOCHE
                   ADD 1 TO WS-CANT-EN-NOCHE
                   MOVE CTL-FECHA   TO TNO-FECHA (WS-CANT-EN-NOCHE)
                   MOVE CTL-PASO    TO TNO-PASO (WS-CANT-EN-NOCHE)
                   MOVE CTL-EVENTO  TO TNO-EVENTO (WS-CANT-EN-NOCHE)
                   MOVE CTL-HORA    TO TNO-HORA (WS-CANT-EN-NOCHE)
                   MOVE CTL-RETORNO TO TNO-RETORNO (WS-CANT-EN-NOCHE)
                   MOVE LINEA-CONTROL (24:2)
                           TO TNO-CANT-PASOS (WS-CANT-EN-NOCHE)
               ELSE
                   MOVE "S" TO WS-DESBORDE
               END-IF
               READ CONTROL-NOCTURNO AT END SET FIN-CONTROL TO TRUE
               END-READ
           END-PERFORM.
           PERFORM 020-GRABAR-NOCHE THRU 020-GRABAR-NOCHE-EXIT.
           CLOSE CONTROL-NOCTURNO.
           CLOSE MIGRACION.
           IF HUBO-DESBORDE
               DISPLAY "LA NOCHE DEL " WS-FECHA-NOCHE " TIENE MAS DE "
                       MAX-LINEAS-NOCHE " LINEAS: NO SE CONVIRTIO "
                       "NADA."
               MOVE "CONTROL-NOCTURNO.DAT" TO WS-ARCHIVO-ERROR
               MOVE "99"                   TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 16 TO RETURN-CODE
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           PERFORM 030-COPIAR-LIBRO.
           DISPLAY "CONVERSION TERMINADA: " WS-CANT-NOCHES " NOCHES, "
                   WS-CANT-LEIDAS " LINEAS, " WS-CANT-COMPLETADAS
                   " COMPLETADAS.".
           IF WS-CANT-LEIDAS NOT = WS-CANT-COPIADAS
               DISPLAY "ATENCION: LAS CUENTAS NO COINCIDEN, REVISE "
                       "CONTROL-NOCTURNO.MIG ANTES DE LA CADENA."
               MOVE 12 TO RETURN-CODE
           END-IF.
       010-PRINCIPAL-FIN.
           STOP RUN.

      *DETERMINA EL LARGO DE LA NOCHE EN MEMORIA Y LA GRABA EN EL
      *INTERMEDIO, COMPLETANDO LAS LINEAS QUE NO LO TRAEN.
       020-GRABAR-NOCHE.
           IF WS-CANT-EN-NOCHE = ZEROS
               GO TO 020-GRABAR-NOCHE-EXIT
           END-IF.
           ADD 1 TO WS-CANT-NOCHES.
           MOVE ZEROS TO WS-LARGO-NOCHE WS-PASO-MAXIMO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-EN-NOCHE
               IF TNO-PASO (WS-IND) > WS-PASO-MAXIMO
                   MOVE TNO-PASO (WS-IND) TO WS-PASO-MAXIMO
               END-IF
               IF WS-IND > 1
                   COMPUTE WS-IND-ANT = WS-IND - 1
                   IF TNO-EVENTO (WS-IND) = "F"
                       AND TNO-RETORNO (WS-IND) = ZEROS
                       AND TNO-EVENTO (WS-IND-ANT) = "F"
                       AND TNO-PASO (WS-IND-ANT) = TNO-PASO (WS-IND)
                       MOVE TNO-PASO (WS-IND) TO WS-LARGO-NOCHE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LARGO-NOCHE = ZEROS
               IF WS-LARGO-ANTERIOR NOT = ZEROS
                   MOVE WS-LARGO-ANTERIOR TO WS-LARGO-NOCHE
               ELSE
                   MOVE WS-PASO-MAXIMO TO WS-LARGO-NOCHE
               END-IF
           END-IF.
           MOVE WS-LARGO-NOCHE TO WS-LARGO-ANTERIOR.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-EN-NOCHE
               MOVE TNO-FECHA (WS-IND)   TO NUE-FECHA
               MOVE TNO-PASO (WS-IND)    TO NUE-PASO
               MOVE TNO-EVENTO (WS-IND)  TO NUE-EVENTO
               MOVE TNO-HORA (WS-IND)    TO NUE-HORA
               MOVE TNO-RETORNO (WS-IND) TO NUE-RETORNO
               IF TNO-CANT-PASOS (WS-IND) IS NUMERIC
                   AND TNO-CANT-PASOS (WS-IND) NOT = "00"
                   MOVE TNO-CANT-PASOS (WS-IND) TO NUE-CANT-PASOS
               ELSE
                   MOVE WS-LARGO-NOCHE TO NUE-CANT-PASOS
                   ADD 1 TO WS-CANT-COMPLETADAS
               END-IF
               WRITE LINEA-MIGRACION FROM LINEA-NUEVA
           END-PERFORM.
           MOVE ZEROS TO WS-CANT-EN-NOCHE.
       020-GRABAR-NOCHE-EXIT.
           EXIT.

      *EL INTERMEDIO YA COMPLETO PASA A SER EL LIBRO DE CONTROL.
       030-COPIAR-LIBRO.
           OPEN INPUT MIGRACION.
           OPEN OUTPUT CONTROL-NOCTURNO.
           READ MIGRACION AT END SET FIN-MIGRACION TO TRUE
           END-READ.
           PERFORM UNTIL FIN-MIGRACION
               WRITE LINEA-CONTROL FROM LINEA-MIGRACION
               ADD 1 TO WS-CANT-COPIADAS
               READ MIGRACION AT END SET FIN-MIGRACION TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MIGRACION.
           CLOSE CONTROL-NOCTURNO.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "MIGRA-CONTROL-NOCTURNO " DELIMITED BY SIZE
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
       END PROGRAM MIGRA-CONTROL-NOCTURNO.
