      *LAS ESTADISTICAS. SIN MAESTRO NO HAY CONTROL, COMO SIEMPRE.
      *PARA UNIR O RENOMBRAR CATEGORIAS YA USADAS EN EL CATALOGO
      *ESTA FUSION-CATEGORIAS.CBL.
      *CADA ALTA, CAMBIO O BAJA DEJA EN AUDITORIA-PARAMETROS.DAT LA
      *DESCRIPCION ANTERIOR Y LA NUEVA CON EL OPERADOR, LA FECHA Y
      *LA HORA (TABLA "CATEGORIAS").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS FS-CATEGORIAS.

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

           05 CAT-CODIGO              PIC X(15).
           05 CAT-DESCRIPCION         PIC X(30).

      *LINEA DE AUDITORIA DE PARAMETROS: TABLA, OPERACION (A/M/B),
      *CLAVE, CAMPO, ANTERIOR -> NUEVO, FECHA Y HORA, OPERADOR.
       FD AUDITORIA-PARAMETROS.
       01 LINEA-AUDITORIA-PAR         PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-CATEGORIAS            PIC XX.
           88 ESTA-CATEGORIA       VALUE "00" "02".
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
       77 ANT-CAT-DESCRIPCION      PIC X(30) VALUE SPACES.

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
               DISPLAY "===== MAESTRO DE CATEGORIAS ====="
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-CATEGORIA
               MOVE CAT-DESCRIPCION TO ANT-CAT-DESCRIPCION
               DISPLAY "** MODIFICACION ** (" CAT-DESCRIPCION ")"
           ELSE
               DISPLAY "** ALTA **"
               MOVE WS-DESCRIPCION TO CAT-DESCRIPCION
               REWRITE DATOS-CATEGORIA
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
                   NOT INVALID KEY
                       MOVE "M" TO AUDP-OPERACION
                       PERFORM 090-AUDITAR-CATEGORIA
               END-REWRITE
               DISPLAY "CATEGORIA MODIFICADA."
           ELSE
               MOVE WS-DESCRIPCION TO CAT-DESCRIPCION
               WRITE DATOS-CATEGORIA
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
                   NOT INVALID KEY
                       MOVE "A" TO AUDP-OPERACION
                       PERFORM 090-AUDITAR-CATEGORIA
               END-WRITE
               DISPLAY "CATEGORIA DADA DE ALTA."
           END-IF.
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "SI" OR WS-CONFIRMA = "si"
               MOVE CAT-DESCRIPCION TO ANT-CAT-DESCRIPCION
               DELETE CATEGORIAS
                   INVALID KEY DISPLAY "ERROR AL QUITAR"
                   NOT INVALID KEY
                       MOVE "B" TO AUDP-OPERACION
                       PERFORM 090-AUDITAR-CATEGORIA
               END-DELETE
               DISPLAY "CATEGORIA QUITADA DEL MAESTRO."
           ELSE
           CLOSE CATEGORIAS.
       040-BAJA-EXIT.
           EXIT.

      *LINEA DE AUDITORIA DE LA CATEGORIA: LA DESCRIPCION ES SU
      *UNICO CAMPO.
       090-AUDITAR-CATEGORIA.
           MOVE "CATEGORIAS"          TO AUDP-TABLA.
           MOVE WS-CODIGO             TO AUDP-CLAVE.
           MOVE "DESCRIPCION"         TO AUDP-CAMPO.
           MOVE ANT-CAT-DESCRIPCION   TO AUDP-ANTERIOR.
           MOVE WS-DESCRIPCION        TO AUDP-NUEVO.
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
       END PROGRAM MANT-CATEGORIAS.
