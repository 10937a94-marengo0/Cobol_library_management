      *CATEGORIAS SIN POLITICA SIGUEN CON LA REGLA GENERAL (14 DIAS,
      *3 RENOVACIONES, EDAD MINIMA 12). CAMBIAR LA POLITICA YA NO
      *REQUIERE UN PROGRAMADOR.
      *CADA ALTA, CAMBIO O BAJA DEJA EN AUDITORIA-PARAMETROS.DAT EL
      *VALOR ANTERIOR Y EL NUEVO DE CADA CAMPO CON EL OPERADOR, LA
      *FECHA Y LA HORA (TABLA "POLITICAS").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS POL-CATEGORIA
               FILE STATUS IS FS-POLITICAS.

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

           05 POL-NO-CIRCULA          PIC X(1).
               88 POLITICA-NO-CIRCULA VALUE "S".

      *LINEA DE AUDITORIA DE PARAMETROS: TABLA, OPERACION (A/M/B),
      *CLAVE, CAMPO, ANTERIOR -> NUEVO, FECHA Y HORA, OPERADOR.
       FD AUDITORIA-PARAMETROS.
       01 LINEA-AUDITORIA-PAR         PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-POLITICAS             PIC XX.
           88 ESTA-POLITICA        VALUE "00" "02".
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-CANT                  PIC 9(3) VALUE ZEROS.

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

      *FOTO DE LA POLITICA ANTES DEL CAMBIO, PARA LA AUDITORIA.
       01 DATOS-POLITICA-ANTERIOR.
           05 ANT-POL-CATEGORIA       PIC X(15).
           05 ANT-POL-DIAS            PIC 9(3).
           05 ANT-POL-RENOVACIONES    PIC 9(1).
           05 ANT-POL-EDAD-MINIMA     PIC 9(2).
           05 ANT-POL-NO-CIRCULA      PIC X(1).

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
               DISPLAY "===== POLITICAS DE PRESTAMO POR CATEGORIA ="
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-POLITICA
               MOVE DATOS-POLITICA TO DATOS-POLITICA-ANTERIOR
               DISPLAY "** MODIFICACION ** (DIAS " POL-DIAS
                       " REN " POL-RENOVACIONES
                       " EDAD " POL-EDAD-MINIMA
               MOVE WS-NO-CIRCULA TO POL-NO-CIRCULA
               REWRITE DATOS-POLITICA
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
                   NOT INVALID KEY
                       MOVE "M" TO AUDP-OPERACION
                       PERFORM 090-AUDITAR-POLITICA
               END-REWRITE
               DISPLAY "POLITICA MODIFICADA."
           ELSE
               MOVE WS-NO-CIRCULA TO POL-NO-CIRCULA
               WRITE DATOS-POLITICA
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
                   NOT INVALID KEY
                       MOVE "A" TO AUDP-OPERACION
                       PERFORM 090-AUDITAR-POLITICA
               END-WRITE
               DISPLAY "POLITICA DADA DE ALTA."
           END-IF.
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "SI" OR WS-CONFIRMA = "si"
               MOVE DATOS-POLITICA TO DATOS-POLITICA-ANTERIOR
               DELETE POLITICAS
                   INVALID KEY DISPLAY "ERROR AL QUITAR"
                   NOT INVALID KEY
                       MOVE "B" TO AUDP-OPERACION
                       PERFORM 090-AUDITAR-POLITICA
               END-DELETE
               DISPLAY "POLITICA QUITADA: VUELVE LA REGLA GENERAL."
           ELSE
           CLOSE POLITICAS.
       040-BAJA-EXIT.
           EXIT.

      *UNA LINEA DE AUDITORIA POR CAMPO DE LA POLITICA, CONTRA LA
      *FOTO TOMADA ANTES DEL CAMBIO.
       090-AUDITAR-POLITICA.
           MOVE "POLITICAS"           TO AUDP-TABLA.
           MOVE ANT-POL-CATEGORIA     TO AUDP-CLAVE.
           IF AUDP-ES-ALTA
               MOVE POL-CATEGORIA     TO AUDP-CLAVE
           END-IF.
           MOVE "DIAS"                TO AUDP-CAMPO.
           MOVE ANT-POL-DIAS          TO AUDP-ANTERIOR.
           MOVE POL-DIAS              TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "RENOVACIONES"        TO AUDP-CAMPO.
           MOVE ANT-POL-RENOVACIONES  TO AUDP-ANTERIOR.
           MOVE POL-RENOVACIONES      TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "EDAD MINIMA"         TO AUDP-CAMPO.
           MOVE ANT-POL-EDAD-MINIMA   TO AUDP-ANTERIOR.
           MOVE POL-EDAD-MINIMA       TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "NO CIRCULA"          TO AUDP-CAMPO.
           MOVE ANT-POL-NO-CIRCULA    TO AUDP-ANTERIOR.
           MOVE POL-NO-CIRCULA        TO AUDP-NUEVO.
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
       END PROGRAM MANT-POLITICAS.
