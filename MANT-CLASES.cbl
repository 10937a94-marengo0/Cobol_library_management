      *MEMBRESIAS, EL TOPE DE PRESTAMOS Y AGREGAR-RESERVA. MISMA
      *IDEA QUE POLITICAS-PRESTAMO.DAT PERO PARA LAS PERSONAS: LOS
      *SOCIOS SIN CLASE SIGUEN CON LA REGLA GENERAL.
      *CADA ALTA, CAMBIO O BAJA DEJA EN AUDITORIA-PARAMETROS.DAT EL
      *VALOR ANTERIOR Y EL NUEVO DE CADA CAMPO CON EL OPERADOR, LA
      *FECHA Y LA HORA (TABLA "CLASES").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLS-CODIGO
               FILE STATUS IS FS-CLASES.

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

           05 CLS-CUPO-PRESTAMOS      PIC 9(2).
           05 CLS-CUPO-RESERVAS       PIC 9(2).

      *LINEA DE AUDITORIA DE PARAMETROS: TABLA, OPERACION (A/M/B),
      *CLAVE, CAMPO, ANTERIOR -> NUEVO, FECHA Y HORA, OPERADOR.
       FD AUDITORIA-PARAMETROS.
       01 LINEA-AUDITORIA-PAR         PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-CLASES                PIC XX.
           88 ESTA-CLASE           VALUE "00" "02".
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

      *FOTO DE LA CLASE ANTES DEL CAMBIO, PARA LA AUDITORIA.
       01 DATOS-CLASE-ANTERIOR.
           05 ANT-CLS-CODIGO          PIC X(1).
           05 ANT-CLS-DESCRIPCION     PIC X(15).
           05 ANT-CLS-CUOTA           PIC 9(6).
           05 ANT-CLS-CUPO-PRESTAMOS  PIC 9(2).
           05 ANT-CLS-CUPO-RESERVAS   PIC 9(2).

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
               DISPLAY "===== CLASES DE SOCIO ====="
               MOVE WS-CUPO-PRESTAMOS TO CLS-CUPO-PRESTAMOS
               MOVE WS-CUPO-RESERVAS  TO CLS-CUPO-RESERVAS
               WRITE DATOS-CLASE END-WRITE
               IF ESTA-CLASE
                   MOVE "A" TO AUDP-OPERACION
                   PERFORM 090-AUDITAR-CLASE
               END-IF
               DISPLAY "CLASE CREADA."
           NOT INVALID KEY
               MOVE DATOS-CLASE       TO DATOS-CLASE-ANTERIOR
               MOVE WS-DESCRIPCION    TO CLS-DESCRIPCION
               MOVE WS-CUOTA          TO CLS-CUOTA
               MOVE WS-CUPO-PRESTAMOS TO CLS-CUPO-PRESTAMOS
               MOVE WS-CUPO-RESERVAS  TO CLS-CUPO-RESERVAS
               REWRITE DATOS-CLASE END-REWRITE
               IF ESTA-CLASE
                   MOVE "M" TO AUDP-OPERACION
                   PERFORM 090-AUDITAR-CLASE
               END-IF
               DISPLAY "CLASE ACTUALIZADA."
           END-READ.
           CLOSE CLASES.
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-CLASE
               MOVE DATOS-CLASE TO DATOS-CLASE-ANTERIOR
               DELETE CLASES RECORD END-DELETE
               IF ESTA-CLASE
                   MOVE "B" TO AUDP-OPERACION
                   PERFORM 090-AUDITAR-CLASE
               END-IF
               DISPLAY "CLASE BORRADA: LOS SOCIOS DE ESA CLASE "
                       "VUELVEN A LA REGLA GENERAL."
           ELSE
           CLOSE CLASES.
       040-BAJA-EXIT.
           EXIT.

      *UNA LINEA DE AUDITORIA POR CAMPO DE LA CLASE, CONTRA LA FOTO
      *TOMADA ANTES DEL CAMBIO.
       090-AUDITAR-CLASE.
           MOVE "CLASES"               TO AUDP-TABLA.
           MOVE WS-CODIGO              TO AUDP-CLAVE.
           MOVE "DESCRIPCION"          TO AUDP-CAMPO.
           MOVE ANT-CLS-DESCRIPCION    TO AUDP-ANTERIOR.
           MOVE CLS-DESCRIPCION        TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "CUOTA"                TO AUDP-CAMPO.
           MOVE ANT-CLS-CUOTA          TO AUDP-ANTERIOR.
           MOVE CLS-CUOTA              TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "CUPO PRESTAMOS"       TO AUDP-CAMPO.
           MOVE ANT-CLS-CUPO-PRESTAMOS TO AUDP-ANTERIOR.
           MOVE CLS-CUPO-PRESTAMOS     TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "CUPO RESERVAS"        TO AUDP-CAMPO.
           MOVE ANT-CLS-CUPO-RESERVAS  TO AUDP-ANTERIOR.
           MOVE CLS-CUPO-RESERVAS      TO AUDP-NUEVO.
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
       END PROGRAM MANT-CLASES.
