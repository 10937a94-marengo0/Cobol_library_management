      *DIAS CERRADOS NO SE COBRAN). LAS BAJAS SE HACEN REESCRIBIENDO
      *EL ARCHIVO POR UN INTERMEDIO, COMO TODO SECUENCIAL DE ESTE
      *SISTEMA.
      *CADA DIA AGREGADO O QUITADO DEJA UNA LINEA EN
      *AUDITORIA-PARAMETROS.DAT CON EL OPERADOR, LA FECHA Y LA HORA
      *(TABLA "CALENDARIO", CLAVE SEMANAL O FERIADO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMPORAL.

      *TRAZA DE AUDITORIA DE LAS TABLAS DE PARAMETROS (TARIFAS,
      *POLITICAS, CLASES, CALENDARIO, CATEGORIAS, PRECIOS Y
      *PERMISOS), COMUN A TODOS LOS PROGRAMAS QUE LAS MANTIENEN. LA
      *CONSULTA ES CONSULTA-AUD-PARAM.
           SELECT AUDITORIA-PARAMETROS
               ASSIGN TO "AUDITORIA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-PAR.

       DATA DIVISION.
       FILE SECTION.

       FD CALENDARIO-TMP.
       01 LINEA-TEMPORAL              PIC X(10).

      *LINEA DE AUDITORIA DE PARAMETROS: TABLA, OPERACION (A/M/B),
      *CLAVE, CAMPO, ANTERIOR -> NUEVO, FECHA Y HORA, OPERADOR.
       FD AUDITORIA-PARAMETROS.
       01 LINEA-AUDITORIA-PAR         PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-CALENDARIO            PIC XX.
           88 FIN-CALENDARIO       VALUE "10".
       77 WS-CANT                  PIC 9(3) VALUE ZEROS.
       77 WS-QUITADOS              PIC 9(3) VALUE ZEROS.

       77 FS-AUDITORIA-PAR         PIC XX.
           88 F-NOEXISTE-AUDPAR    VALUE "05" "35".
      *CAMPOS DE LA LINEA DE AUDITORIA DE PARAMETROS. EL OPERADOR SE
      *PIDE UNA VEZ AL ENTRAR Y FIRMA TODOS LOS CAMBIOS DE LA SESION.
       77 AUDP-TABLA               PIC X(10) VALUE SPACES.
       77 AUDP-OPERACION           PIC X(01) VALUE SPACES.
           88 AUDP-ES-ALTA         VALUE "A".
           88 AUDP-ES-MODIF        VALUE "M".
           88 AUDP-ES-BAJA         VALUE "B".
       77 AUDP-CLAVE               PIC X(15) VALUE SPACES.
       77 AUDP-CAMPO               PIC X(15) VALUE SPACES.
       77 AUDP-ANTERIOR            PIC X(20) VALUE SPACES.
       77 AUDP-NUEVO               PIC X(20) VALUE SPACES.
       77 AUDP-FECHA               PIC 9(8)  VALUE ZEROS.
       77 AUDP-HORA                PIC 9(8)  VALUE ZEROS.
       77 AUDP-OPERADOR            PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
      *SIN OPERADOR NO SE ENTRA: CADA CAMBIO QUEDA A SU NOMBRE EN
      *AUDITORIA-PARAMETROS.DAT.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO AUDP-OPERADOR.
           ACCEPT AUDP-OPERADOR.
           IF AUDP-OPERADOR = SPACES
               DISPLAY "FALTA EL OPERADOR: LOS CAMBIOS SE AUDITAN A "
                       "SU NOMBRE."
               GOBACK
           END-IF.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== CALENDARIO DE DIAS CERRADOS ====="
           MOVE ZEROS  TO CAL-FECHA.
           WRITE LINEA-CALENDARIO.
           CLOSE CALENDARIO.
           MOVE "A" TO AUDP-OPERACION.
           PERFORM 090-AUDITAR-CALENDARIO.
           DISPLAY "DIA SEMANAL AGREGADO.".
       030-AGREGAR-SEMANAL-EXIT.
           EXIT.
           MOVE WS-FECHA TO CAL-FECHA.
           WRITE LINEA-CALENDARIO.
           CLOSE CALENDARIO.
           MOVE "A" TO AUDP-OPERACION.
           PERFORM 090-AUDITAR-CALENDARIO.
           DISPLAY "FERIADO AGREGADO.".
       040-AGREGAR-FERIADO-EXIT.
           EXIT.
                   OR (CAL-ES-FERIADO AND WS-FECHA NOT = ZEROS
                       AND CAL-FECHA = WS-FECHA)
                   ADD 1 TO WS-QUITADOS
                   MOVE "B" TO AUDP-OPERACION
                   PERFORM 090-AUDITAR-CALENDARIO
               ELSE
                   MOVE LINEA-CALENDARIO TO LINEA-TEMPORAL
                   WRITE LINEA-TEMPORAL
           DISPLAY WS-QUITADOS " LINEAS QUITADAS.".
       070-REESCRIBIR-SIN-EXIT.
           EXIT.

      *LINEA DE AUDITORIA DE LA LINEA DEL CALENDARIO QUE SE ACABA DE
      *AGREGAR O DE QUITAR (LINEA-CALENDARIO).
       090-AUDITAR-CALENDARIO.
           MOVE "CALENDARIO"  TO AUDP-TABLA.
           IF CAL-ES-SEMANAL
               MOVE "SEMANAL" TO AUDP-CLAVE
               MOVE "DIA"     TO AUDP-CAMPO
               MOVE CAL-DIA   TO AUDP-ANTERIOR AUDP-NUEVO
           ELSE
               MOVE "FERIADO" TO AUDP-CLAVE
               MOVE "FECHA"   TO AUDP-CAMPO
               MOVE CAL-FECHA TO AUDP-ANTERIOR AUDP-NUEVO
           END-IF.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.

      *ESCRIBE UNA LINEA DE AUDITORIA DE PARAMETROS. EL LLAMADOR
      *CARGA TABLA, OPERACION, CLAVE, CAMPO, ANTERIOR Y NUEVO: EN UN
      *ALTA EL ANTERIOR VA EN BLANCO, EN UNA BAJA EL NUEVO, Y EN UNA
      *MODIFICACION SOLO SE ANOTAN LOS CAMPOS QUE CAMBIARON.
       AUDITAR-PARAMETRO.
           IF AUDP-ES-ALTA
               MOVE SPACES TO AUDP-ANTERIOR
           END-IF.
           IF AUDP-ES-BAJA
               MOVE SPACES TO AUDP-NUEVO
           END-IF.
           IF AUDP-ES-MODIF AND AUDP-ANTERIOR = AUDP-NUEVO
               GO TO AUDITAR-PARAMETRO-EXIT
           END-IF.
           OPEN EXTEND AUDITORIA-PARAMETROS.
           IF F-NOEXISTE-AUDPAR
               CLOSE AUDITORIA-PARAMETROS
               OPEN OUTPUT AUDITORIA-PARAMETROS
           END-IF.
           ACCEPT AUDP-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDP-HORA FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA-PAR.
           STRING AUDP-TABLA      DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-OPERACION DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-CLAVE     DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-CAMPO     DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-ANTERIOR  DELIMITED BY SIZE
                   " -> "         DELIMITED BY SIZE
                   AUDP-NUEVO     DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-FECHA     DELIMITED BY SIZE
                   AUDP-HORA      DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-OPERADOR  DELIMITED BY SIZE
                   INTO LINEA-AUDITORIA-PAR.
           WRITE LINEA-AUDITORIA-PAR.
           CLOSE AUDITORIA-PARAMETROS.
       AUDITAR-PARAMETRO-EXIT.
           EXIT.
       END PROGRAM MANT-CALENDARIO.
