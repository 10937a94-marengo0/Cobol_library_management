       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RESERVAS-CURSO.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *RESERVA DE TITULOS PARA UN CURSO: CUANDO UN DOCENTE DA UNA
      *LECTURA OBLIGATORIA TODO EL CURSO PIDE EL LIBRO LA MISMA
      *SEMANA Y CON EL PLAZO NORMAL DE POLITICAS-PRESTAMO.DAT EL
      *PRIMERO SE QUEDA LOS EJEMPLARES SEMANAS. ACA SE ANOTA EN
      *RESERVA-CURSO.DAT, POR LIBRO-ID Y CODIGO DE CURSO (COURSE-CODE
      *DE STU-REC EN STUDENTS.DAT), EL DOCENTE QUE LO PIDE, EL
      *PERIODO DESDE/HASTA, EL PLAZO CORTO (HORAS PARA DEVOLVER EN
      *EL DIA, O CERO PARA UN DIA) Y SI SOLO PUEDEN LLEVARLO LOS
      *INSCRIPTOS DEL CURSO. PRESTAR-LIBRO Y LAS RENOVACIONES DE
      *REGISTROLIBROS Y WEB-SOLICITUDES CONSULTAN EL ARCHIVO: DENTRO
      *DEL PERIODO APLICAN EL PLAZO CORTO SIN RENOVACIONES, Y FUERA
      *DE EL EL TITULO VUELVE SOLO A LA REGLA DE SU CATEGORIA, SIN
      *QUE HAGA FALTA DAR DE BAJA LA RESERVA. EL LISTADO POR CURSO
      *SALE EN RESERVAS-CURSO.LST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVA-CURSO ASSIGN TO "RESERVA-CURSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCU-CLAVE
               FILE STATUS IS FS-RESERVA-CURSO.

      *VISTA PARCIAL DE LA FICHA DE ENTIDADES: NOMBRE Y CLASE DE
      *SOCIO DEL DOCENTE.
           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *FICHERO DE ESTUDIANTES (STU-REC), PARA VALIDAR EL CURSO.
           SELECT STUDENTS-RECORD ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STUDENTS.

      *VISTA PARCIAL DEL CATALOGO: TITULO Y CONTADORES.
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

           SELECT LISTADO ASSIGN TO "RESERVAS-CURSO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD RESERVA-CURSO.
       01 DATOS-RESERVA-CURSO.
           05 RCU-CLAVE.
               10 RCU-LIBRO-ID        PIC 9(6).
               10 RCU-CURSO           PIC X(4).
           05 RCU-DOCENTE-ID          PIC 9(6).
           05 RCU-FECHA-DESDE         PIC 9(8).
           05 RCU-FECHA-HASTA         PIC 9(8).
      *PLAZO DEL PRESTAMO EN RESERVA: 00 = UN DIA (VENCE EL DIA
      *ABIERTO SIGUIENTE); 01 A 12 = HORAS, SE DEVUELVE EN EL DIA.
           05 RCU-HORAS               PIC 9(2).
           05 RCU-SOLO-CURSO          PIC X(1).
               88 RCU-SOLO-INSCRIPTOS VALUE "S".
           05 RCU-FECHA-ALTA          PIC 9(8).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(70).
           05 FILLER                  PIC X(40).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(11).
      *CLASE DE SOCIO (MANT-CLASES).
           05 SOCIO-CLASE-STATUS      PIC X(01).
               88 SOCIO-DOCENTE       VALUE "D" "d".
           05 FILLER                  PIC X(314).

       FD STUDENTS-RECORD.
       01 STUDENT-DETAILS.
           02 STUDENT-ID          PIC 9(8).
           02 STUDENT-NAME.
              03 SURNAME          PIC X(8).
              03 NAM              PIC X(8).
           02 DATE-OF-BIRTH       PIC 9(8).
           02 COURSE-CODE         PIC X(4).
           02 GRADES              PIC 99.
           02 GENDER              PIC X.

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           05 NOMBRE-STATUS               PIC X(60).
           05 FILLER                      PIC X(20).
           05 FILLER                      PIC X(12).
           05 CANTIDAD-EJEMPLARES-STATUS  PIC 9(3).
           05 EJEMPLARES-DISPONIBLES-STATUS PIC 9(3).
           05 FILLER                      PIC X(13).
           05 FILLER                      PIC X(15).
           05 FILLER                      PIC X(8).
           05 FILLER                      PIC X(8).
      *AUTOR (AGREGADO AL FINAL DEL REGISTRO DEL CATALOGO).
           05 AUTOR-STATUS            PIC X(20).

       FD LISTADO.
       01 LINEA-LISTADO               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-RESERVA-CURSO         PIC XX.
           88 ESTA-RESERVA-CURSO   VALUE "00" "02".
           88 FIN-RESERVA-CURSO    VALUE "10".
           88 F-NOEXISTE-RCU       VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-STUDENTS              PIC XX.
           88 FIN-STUDENTS         VALUE "10".
           88 F-NOEXISTE-STU       VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-LISTADO               PIC XX.
           88 ESTA-LISTADO         VALUE "00" "02".

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

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-CURSO                 PIC X(4) VALUE SPACES.
       77 WS-CURSO-VALIDO          PIC X VALUE "N".
           88 CURSO-VALIDO         VALUE "S".
       77 WS-LIBRO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-DOCENTE-ID            PIC 9(6) VALUE ZEROS.
       77 WS-NOMBRE-DOCENTE        PIC X(40) VALUE SPACES.
       77 WS-FECHA-DESDE           PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-HASTA           PIC 9(8) VALUE ZEROS.
       77 WS-HORAS                 PIC 9(2) VALUE ZEROS.
      *PLAZO MAXIMO EN HORAS DE UN PRESTAMO EN RESERVA.
       77 MAX-HORAS-RESERVA        PIC 9(2) VALUE 12.
       77 WS-SOLO-CURSO            PIC X VALUE "N".
       77 WS-CONFIRMA              PIC X VALUE "N".
       77 WS-TITULO                PIC X(60) VALUE SPACES.
       77 WS-CANT-LISTADOS         PIC 9(4) VALUE ZEROS.
       77 WS-PLAZO-LISTADO         PIC X(10) VALUE SPACES.
       77 WS-ESTADO-LISTADO        PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== RESERVA DE TITULOS POR CURSO ====="
               DISPLAY "1. PONER UN TITULO EN RESERVA PARA UN CURSO"
               DISPLAY "2. QUITAR UN TITULO DE LA RESERVA"
               DISPLAY "3. LISTADO DE RESERVA DE UN CURSO"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-ALTA-RESERVA
                                  THRU 020-ALTA-RESERVA-EXIT
                   WHEN 2 PERFORM 030-BAJA-RESERVA
                                  THRU 030-BAJA-RESERVA-EXIT
                   WHEN 3 PERFORM 040-LISTAR-CURSO
                                  THRU 040-LISTAR-CURSO-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *ALTA (O CAMBIO, SI EL TITULO YA ESTABA RESERVADO PARA ESE
      *CURSO) DE UNA RESERVA DE CURSO.
       020-ALTA-RESERVA.
           DISPLAY "CODIGO DE CURSO: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CURSO.
           ACCEPT WS-CURSO.
           IF WS-CURSO = SPACES
               GO TO 020-ALTA-RESERVA-EXIT
           END-IF.
           PERFORM 070-VALIDAR-CURSO THRU 070-VALIDAR-CURSO-EXIT.
           IF NOT CURSO-VALIDO
               GO TO 020-ALTA-RESERVA-EXIT
           END-IF.
           DISPLAY "DOCENTE QUE LO PIDE (SOCIO): " WITH NO ADVANCING.
           ACCEPT WS-DOCENTE-ID.
           PERFORM 075-VALIDAR-DOCENTE THRU 075-VALIDAR-DOCENTE-EXIT.
           IF WS-NOMBRE-DOCENTE = SPACES
               GO TO 020-ALTA-RESERVA-EXIT
           END-IF.
           DISPLAY "LIBRO-ID: " WITH NO ADVANCING.
           ACCEPT WS-LIBRO-ID.
           IF WS-LIBRO-ID = ZEROS
               GO TO 020-ALTA-RESERVA-EXIT
           END-IF.
           PERFORM 080-BUSCAR-TITULO.
           IF NOT ESTA-REG-LIB
               DISPLAY "EL LIBRO NO EXISTE EN EL CATALOGO."
               GO TO 020-ALTA-RESERVA-EXIT
           END-IF.
           DISPLAY "TITULO: " WS-TITULO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "RESERVA DESDE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "RESERVA HASTA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-DESDE (5:2) < "01" OR WS-FECHA-DESDE (5:2) > "12"
              OR WS-FECHA-DESDE (7:2) < "01"
              OR WS-FECHA-DESDE (7:2) > "31"
              OR WS-FECHA-HASTA (5:2) < "01"
              OR WS-FECHA-HASTA (5:2) > "12"
              OR WS-FECHA-HASTA (7:2) < "01"
              OR WS-FECHA-HASTA (7:2) > "31"
               DISPLAY "FECHA INVALIDA."
               GO TO 020-ALTA-RESERVA-EXIT
           END-IF.
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               DISPLAY "EL FIN DE LA RESERVA ES ANTERIOR AL INICIO."
               GO TO 020-ALTA-RESERVA-EXIT
           END-IF.
           IF WS-FECHA-HASTA < WS-FECHA-HOY
               DISPLAY "LA RESERVA YA TERMINO."
               GO TO 020-ALTA-RESERVA-EXIT
           END-IF.
           DISPLAY "PLAZO EN HORAS (0 = UN DIA, MAXIMO "
                   MAX-HORAS-RESERVA "): " WITH NO ADVANCING.
           ACCEPT WS-HORAS.
           IF WS-HORAS > MAX-HORAS-RESERVA
               DISPLAY "PLAZO INVALIDO."
               GO TO 020-ALTA-RESERVA-EXIT
           END-IF.
           DISPLAY "SOLO PARA INSCRIPTOS DEL CURSO (S/N): "
                   WITH NO ADVANCING.
           MOVE "N" TO WS-SOLO-CURSO.
           ACCEPT WS-SOLO-CURSO.
           IF WS-SOLO-CURSO = "s"
               MOVE "S" TO WS-SOLO-CURSO
           END-IF.
           IF WS-SOLO-CURSO NOT = "S"
               MOVE "N" TO WS-SOLO-CURSO
           END-IF.
           OPEN I-O RESERVA-CURSO.
           IF F-NOEXISTE-RCU
               CLOSE RESERVA-CURSO
               OPEN OUTPUT RESERVA-CURSO
               CLOSE RESERVA-CURSO
               OPEN I-O RESERVA-CURSO
           END-IF.
           MOVE WS-LIBRO-ID TO RCU-LIBRO-ID.
           MOVE WS-CURSO    TO RCU-CURSO.
           READ RESERVA-CURSO
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-RESERVA-CURSO
               DISPLAY "EL TITULO YA ESTABA RESERVADO PARA EL CURSO, "
                       "DEL " RCU-FECHA-DESDE " AL " RCU-FECHA-HASTA
               DISPLAY "REEMPLAZA LA RESERVA (S/N): "
                       WITH NO ADVANCING
               MOVE "N" TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   CLOSE RESERVA-CURSO
                   GO TO 020-ALTA-RESERVA-EXIT
               END-IF
           END-IF.
           MOVE WS-LIBRO-ID    TO RCU-LIBRO-ID.
           MOVE WS-CURSO       TO RCU-CURSO.
           MOVE WS-DOCENTE-ID  TO RCU-DOCENTE-ID.
           MOVE WS-FECHA-DESDE TO RCU-FECHA-DESDE.
           MOVE WS-FECHA-HASTA TO RCU-FECHA-HASTA.
           MOVE WS-HORAS       TO RCU-HORAS.
           MOVE WS-SOLO-CURSO  TO RCU-SOLO-CURSO.
           MOVE WS-FECHA-HOY   TO RCU-FECHA-ALTA.
           IF ESTA-RESERVA-CURSO
               REWRITE DATOS-RESERVA-CURSO END-REWRITE
           ELSE
               WRITE DATOS-RESERVA-CURSO
                   INVALID KEY DISPLAY "ERROR AL GRABAR LA RESERVA."
               END-WRITE
           END-IF.
           CLOSE RESERVA-CURSO.
           DISPLAY "TITULO " WS-LIBRO-ID " EN RESERVA PARA EL CURSO "
                   WS-CURSO " DEL " WS-FECHA-DESDE " AL "
                   WS-FECHA-HASTA ".".
       020-ALTA-RESERVA-EXIT.
           EXIT.

      *BAJA ANTICIPADA: EL TITULO VUELVE DE INMEDIATO A LA REGLA DE
      *SU CATEGORIA. LAS RESERVAS VENCIDAS NO HACE FALTA BORRARLAS.
       030-BAJA-RESERVA.
           DISPLAY "CODIGO DE CURSO: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CURSO.
           ACCEPT WS-CURSO.
           IF WS-CURSO = SPACES
               GO TO 030-BAJA-RESERVA-EXIT
           END-IF.
           DISPLAY "LIBRO-ID: " WITH NO ADVANCING.
           ACCEPT WS-LIBRO-ID.
           IF WS-LIBRO-ID = ZEROS
               GO TO 030-BAJA-RESERVA-EXIT
           END-IF.
           OPEN I-O RESERVA-CURSO.
           IF F-NOEXISTE-RCU
               DISPLAY "NO HAY RESERVAS DE CURSO REGISTRADAS."
               CLOSE RESERVA-CURSO
               GO TO 030-BAJA-RESERVA-EXIT
           END-IF.
           MOVE WS-LIBRO-ID TO RCU-LIBRO-ID.
           MOVE WS-CURSO    TO RCU-CURSO.
           READ RESERVA-CURSO
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-RESERVA-CURSO
               DISPLAY "ESE TITULO NO ESTA RESERVADO PARA EL CURSO."
               CLOSE RESERVA-CURSO
               GO TO 030-BAJA-RESERVA-EXIT
           END-IF.
           DELETE RESERVA-CURSO RECORD
               INVALID KEY DISPLAY "ERROR AL BORRAR LA RESERVA."
           END-DELETE.
           CLOSE RESERVA-CURSO.
           DISPLAY "RESERVA QUITADA, EL TITULO VUELVE A LA REGLA "
                   "NORMAL.".
       030-BAJA-RESERVA-EXIT.
           EXIT.

      *LISTADO IMPRESO DE LA RESERVA DE UN CURSO: TITULOS VIGENTES
      *Y PROGRAMADOS (LOS YA TERMINADOS NO SE LISTAN), CON PERIODO,
      *PLAZO Y EJEMPLARES EN ESTANTE. EL "*" AL FINAL DEL ESTADO
      *MARCA LOS TITULOS SOLO PARA INSCRIPTOS DEL CURSO.
       040-LISTAR-CURSO.
           DISPLAY "CODIGO DE CURSO: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CURSO.
           ACCEPT WS-CURSO.
           IF WS-CURSO = SPACES
               GO TO 040-LISTAR-CURSO-EXIT
           END-IF.
           OPEN INPUT RESERVA-CURSO.
           IF F-NOEXISTE-RCU
               DISPLAY "NO HAY RESERVAS DE CURSO REGISTRADAS."
               CLOSE RESERVA-CURSO
               GO TO 040-LISTAR-CURSO-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-LISTADOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "RESERVA DEL CURSO " DELIMITED BY SIZE
                   WS-CURSO            DELIMITED BY SIZE
                   " - AL "            DELIMITED BY SIZE
                   WS-FECHA-HOY        DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           MOVE "LIBRO |TITULO" TO LINEA-LISTADO (1:13).
           MOVE "|DESDE   |HASTA   |" TO LINEA-LISTADO (38:19).
           MOVE "PLAZO     |ESTADO   |DIS" TO LINEA-LISTADO (57:24).
           WRITE LINEA-LISTADO.
           MOVE ZEROS TO RCU-LIBRO-ID.
           MOVE SPACES TO RCU-CURSO.
           START RESERVA-CURSO KEY IS NOT LESS THAN RCU-CLAVE
               INVALID KEY SET FIN-RESERVA-CURSO TO TRUE
           END-START.
           IF NOT FIN-RESERVA-CURSO
               READ RESERVA-CURSO NEXT RECORD AT END
                   SET FIN-RESERVA-CURSO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-RESERVA-CURSO
               IF RCU-CURSO = WS-CURSO
                  AND RCU-FECHA-HASTA NOT < WS-FECHA-HOY
                   PERFORM 045-LINEA-LISTADO
               END-IF
               READ RESERVA-CURSO NEXT RECORD AT END
                   SET FIN-RESERVA-CURSO TO TRUE END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TITULOS EN RESERVA: " DELIMITED BY SIZE
                   WS-CANT-LISTADOS      DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           CLOSE LISTADO.
           CLOSE RESERVA-CURSO.
           DISPLAY "RESERVAS-CURSO.LST GENERADO (" WS-CANT-LISTADOS
                   " TITULOS).".
       040-LISTAR-CURSO-EXIT.
           EXIT.

       045-LINEA-LISTADO.
           ADD 1 TO WS-CANT-LISTADOS.
           MOVE RCU-LIBRO-ID TO WS-LIBRO-ID.
           PERFORM 080-BUSCAR-TITULO.
           MOVE SPACES TO WS-PLAZO-LISTADO.
           IF RCU-HORAS = ZEROS
               MOVE "UN DIA" TO WS-PLAZO-LISTADO
           ELSE
               STRING RCU-HORAS  DELIMITED BY SIZE
                       " HORAS"  DELIMITED BY SIZE
                       INTO WS-PLAZO-LISTADO
           END-IF.
           IF RCU-FECHA-DESDE > WS-FECHA-HOY
               MOVE "FUTURA" TO WS-ESTADO-LISTADO
           ELSE
               MOVE "VIGENTE" TO WS-ESTADO-LISTADO
           END-IF.
           IF RCU-SOLO-INSCRIPTOS
               MOVE "*" TO WS-ESTADO-LISTADO (9:1)
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING RCU-LIBRO-ID          DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   WS-TITULO (1:30)     DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   RCU-FECHA-DESDE      DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   RCU-FECHA-HASTA      DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   WS-PLAZO-LISTADO     DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   WS-ESTADO-LISTADO    DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   EJEMPLARES-DISPONIBLES-STATUS DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

      *EL CURSO DEBE FIGURAR EN ALGUN REGISTRO DE STU-REC.
       070-VALIDAR-CURSO.
           MOVE "N" TO WS-CURSO-VALIDO.
           OPEN INPUT STUDENTS-RECORD.
           IF F-NOEXISTE-STU
               DISPLAY "NO SE ENCUENTRA STUDENTS.DAT."
               MOVE "STUDENTS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-STUDENTS    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE STUDENTS-RECORD
               GO TO 070-VALIDAR-CURSO-EXIT
           END-IF.
           READ STUDENTS-RECORD
               AT END SET FIN-STUDENTS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-STUDENTS OR CURSO-VALIDO
               IF COURSE-CODE = WS-CURSO
                   MOVE "S" TO WS-CURSO-VALIDO
               ELSE
                   READ STUDENTS-RECORD
                       AT END SET FIN-STUDENTS TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE STUDENTS-RECORD.
           IF NOT CURSO-VALIDO
               DISPLAY "EL CURSO " WS-CURSO " NO FIGURA EN "
                       "STUDENTS.DAT."
           END-IF.
       070-VALIDAR-CURSO-EXIT.
           EXIT.

      *EL QUE PIDE LA RESERVA TIENE QUE SER SOCIO DE CLASE "D"
      *(DOCENTE). DEJA WS-NOMBRE-DOCENTE EN BLANCO SI SE RECHAZA.
       075-VALIDAR-DOCENTE.
           MOVE SPACES TO WS-NOMBRE-DOCENTE.
           IF WS-DOCENTE-ID = ZEROS
               GO TO 075-VALIDAR-DOCENTE-EXIT
           END-IF.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA LA FICHA DE SOCIOS."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-SOCIOS
               GO TO 075-VALIDAR-DOCENTE-EXIT
           END-IF.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE WS-DOCENTE-ID TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-SOC
               DISPLAY "EL SOCIO NO EXISTE."
               CLOSE REG-SOCIOS
               GO TO 075-VALIDAR-DOCENTE-EXIT
           END-IF.
           IF NOT SOCIO-DOCENTE
               DISPLAY "SOLO UN SOCIO DOCENTE PUEDE RESERVAR PARA UN "
                       "CURSO."
               CLOSE REG-SOCIOS
               GO TO 075-VALIDAR-DOCENTE-EXIT
           END-IF.
           MOVE SOCIO-NOMBRE-STATUS TO WS-NOMBRE-DOCENTE.
           CLOSE REG-SOCIOS.
           DISPLAY "DOCENTE: " WS-NOMBRE-DOCENTE.
       075-VALIDAR-DOCENTE-EXIT.
           EXIT.

      *TITULO Y DISPONIBLES DE WS-LIBRO-ID (EN BLANCO SI NO ESTA).
       080-BUSCAR-TITULO.
           MOVE SPACES TO WS-TITULO.
           MOVE ZEROS  TO EJEMPLARES-DISPONIBLES-STATUS.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
           ELSE
               MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-LIB
                   MOVE NOMBRE-STATUS TO WS-TITULO
               ELSE
                   MOVE ZEROS TO EJEMPLARES-DISPONIBLES-STATUS
               END-IF
               CLOSE REG-LIBROS
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "RESERVAS-CURSO "  DELIMITED BY SIZE
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
       END PROGRAM RESERVAS-CURSO.
