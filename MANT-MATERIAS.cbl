       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANT-MATERIAS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *ENCABEZAMIENTOS DE MATERIA: LA CATEGORIA DA UN SOLO CASILLERO
      *POR TITULO Y EL INDICE DE PALABRAS SOLO VE EL TITULO. AQUI SE
      *MANTIENEN LA AUTORIDAD DE MATERIAS (MATERIAS.DAT), CON
      *TERMINOS PREFERIDOS (P) Y REFERENCIAS "VEASE" (V) QUE
      *MANDAN DE UN TERMINO NO USADO AL PREFERIDO, Y EL ARCHIVO DE
      *ENLACE TITULO-MATERIA (LIBRO-MATERIAS.DAT), QUE ADMITE VARIAS
      *MATERIAS POR LIBRO-ID Y TIENE UNA CLAVE ALTERNATIVA POR
      *MATERIA. UN TITULO SOLO SE ENLAZA A TERMINOS PREFERIDOS: SI
      *SE INGRESA UNA REFERENCIA SE SIGUE HASTA EL PREFERIDO. LA
      *BUSQUEDA POR MATERIA DE REGISTROLIBROS Y LA EXPORTACION WEB
      *LEEN ESTOS MISMOS ARCHIVOS. EL INDICE DE MATERIAS DE LA
      *COLECCION SALE EN INDICE-MATERIAS.LST. LOS TERMINOS SE
      *GUARDAN EN MAYUSCULAS, COMO LAS CLAVES DEL INDICE DE PALABRAS.
      *EL NOMBRE DE LA BIBLIOTECA DEL INDICE SE TOMA DE LOS
      *PARAMETROS DEL SISTEMA (MANT-PARAMETROS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAS ASSIGN TO "MATERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-TERMINO
               FILE STATUS IS FS-MATERIAS.

           SELECT LIBRO-MATERIAS ASSIGN TO "LIBRO-MATERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMA-CLAVE
               ALTERNATE RECORD KEY IS LMA-ORDEN
               FILE STATUS IS FS-LIBRO-MATERIAS.

           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

           SELECT INDICE-MATERIAS ASSIGN TO "INDICE-MATERIAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INDICE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *TERMINO DE LA AUTORIDAD. PARA UNA REFERENCIA, MAT-VER ES EL
      *TERMINO PREFERIDO AL QUE MANDA; PARA UN PREFERIDO, MAT-NOTA
      *ES LA NOTA DE ALCANCE (OPCIONAL).
       FD MATERIAS.
       01 DATOS-MATERIA.
           05 MAT-TERMINO             PIC X(30).
           05 MAT-TIPO                PIC X(1).
               88 MAT-PREFERIDO       VALUE "P".
               88 MAT-REFERENCIA      VALUE "V".
           05 MAT-VER                 PIC X(30).
           05 MAT-NOTA                PIC X(40).

      *ENLACE TITULO-MATERIA. LMA-ORDEN REPITE LOS DOS CAMPOS EN
      *ORDEN INVERSO PARA RECORRER LOS TITULOS DE UNA MATERIA.
       FD LIBRO-MATERIAS.
       01 DATOS-LIBRO-MATERIA.
           05 LMA-CLAVE.
               10 LMA-LIBRO-ID            PIC 9(6).
               10 LMA-TERMINO             PIC X(30).
           05 LMA-ORDEN.
               10 LMA-TERMINO-ORDEN       PIC X(30).
               10 LMA-LIBRO-ORDEN         PIC 9(6).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           05 NOMBRE-STATUS               PIC X(60).
           05 FILLER                      PIC X(20).
           05 ESTADO-STATUS               PIC X(12).
           05 FILLER                      PIC X(3).
           05 FILLER                      PIC X(3).
           05 FILLER                      PIC X(13).
           05 FILLER                      PIC X(15).
           05 FILLER                      PIC X(8).
           05 FILLER                      PIC X(8).
           05 AUTOR-STATUS                PIC X(20).

       FD INDICE-MATERIAS.
       01 LINEA-INDICE                PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-MATERIAS              PIC XX.
           88 ESTA-MATERIA         VALUE "00" "02".
           88 FIN-MATERIAS         VALUE "10".
           88 F-NOEXISTE-MAT       VALUE "35".

       77 FS-LIBRO-MATERIAS        PIC XX.
           88 ESTA-LIBRO-MATERIA   VALUE "00" "02".
           88 FIN-LIBRO-MATERIAS   VALUE "10".
           88 F-NOEXISTE-LMA       VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-INDICE                PIC XX.
           88 ESTA-INDICE          VALUE "00".

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

       77 NOMBRE-BIBLIOTECA        PIC X(30)
               VALUE "BIBLIOTECA POPULAR MUNICIPAL".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *CANTIDAD MAXIMA DE REFERENCIAS ENCADENADAS QUE SE SIGUEN
      *ANTES DE DAR LA CADENA POR ROTA (EVITA CICLOS A -> B -> A).
       77 MAX-SALTOS-VEASE         PIC 9(1) VALUE 5.

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-TERMINO               PIC X(30) VALUE SPACES.
       77 WS-TERMINO-VER           PIC X(30) VALUE SPACES.
       77 WS-TIPO                  PIC X(1) VALUE SPACES.
       77 WS-NOTA                  PIC X(40) VALUE SPACES.
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-ACCION                PIC X(1) VALUE SPACES.
       77 WS-LIBRO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-CANT                  PIC 9(5) VALUE ZEROS.
       77 WS-CANT-TITULOS          PIC 9(5) VALUE ZEROS.
       77 WS-CANT-TERMINOS         PIC 9(5) VALUE ZEROS.
       77 WS-SALTOS                PIC 9(1) VALUE ZEROS.
       77 WS-RESUELTO              PIC X(1) VALUE "N".
           88 TERMINO-RESUELTO     VALUE "S".
       77 WS-EN-USO                PIC X(1) VALUE "N".
           88 TERMINO-EN-USO       VALUE "S".
       77 WS-HAY-ENLACES           PIC X(2) VALUE "NO".

       01 WS-LINEA-TITULO.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 LIN-LIBRO-ID            PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LIN-TITULO              PIC X(48).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LIN-AUTOR               PIC X(20).

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== ENCABEZAMIENTOS DE MATERIA ====="
               DISPLAY "1. LISTAR AUTORIDAD DE MATERIAS"
               DISPLAY "2. ALTA / MODIFICACION DE TERMINO"
               DISPLAY "3. BAJA DE TERMINO"
               DISPLAY "4. MATERIAS DE UN TITULO"
               DISPLAY "5. INDICE DE MATERIAS (INDICE-MATERIAS.LST)"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-LISTAR THRU 020-LISTAR-EXIT
                   WHEN 2 PERFORM 030-ALTA-MODIF
                                  THRU 030-ALTA-MODIF-EXIT
                   WHEN 3 PERFORM 040-BAJA THRU 040-BAJA-EXIT
                   WHEN 4 PERFORM 050-MATERIAS-TITULO
                                  THRU 050-MATERIAS-TITULO-EXIT
                   WHEN 5 PERFORM 060-INDICE THRU 060-INDICE-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       020-LISTAR.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT MATERIAS.
           IF F-NOEXISTE-MAT
               DISPLAY "NO HAY AUTORIDAD DE MATERIAS CARGADA."
               CLOSE MATERIAS
               GO TO 020-LISTAR-EXIT
           END-IF.
           DISPLAY "TERMINO                       |T|VEASE / NOTA".
           MOVE LOW-VALUES TO MAT-TERMINO.
           START MATERIAS KEY IS NOT LESS THAN MAT-TERMINO
               INVALID KEY SET FIN-MATERIAS TO TRUE
           END-START.
           IF NOT FIN-MATERIAS
               READ MATERIAS NEXT RECORD AT END SET FIN-MATERIAS
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-MATERIAS
               ADD 1 TO WS-CANT
               IF MAT-REFERENCIA
                   DISPLAY MAT-TERMINO "|" MAT-TIPO "|" MAT-VER
               ELSE
                   DISPLAY MAT-TERMINO "|" MAT-TIPO "|" MAT-NOTA
               END-IF
               READ MATERIAS NEXT RECORD AT END SET FIN-MATERIAS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE MATERIAS.
           IF WS-CANT = ZEROS
               DISPLAY "NO HAY TERMINOS CARGADOS."
           END-IF.
       020-LISTAR-EXIT.
           EXIT.

      *UNA REFERENCIA SOLO PUEDE MANDAR A UN TERMINO PREFERIDO YA
      *CARGADO; UN PREFERIDO CON TITULOS ENLAZADOS NO SE CONVIERTE
      *EN REFERENCIA (HABRIA QUE PASAR ANTES SUS TITULOS AL OTRO).
       030-ALTA-MODIF.
           DISPLAY "Termino: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TERMINO.
           ACCEPT WS-TERMINO.
           IF WS-TERMINO = SPACES
               GO TO 030-ALTA-MODIF-EXIT
           END-IF.
           PERFORM 095-MAYUSCULAS.
           PERFORM 070-ABRIR-MATERIAS.
           MOVE WS-TERMINO TO MAT-TERMINO.
           READ MATERIAS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-MATERIA
               IF MAT-REFERENCIA
                   DISPLAY "** MODIFICACION ** (VEASE " MAT-VER ")"
               ELSE
                   DISPLAY "** MODIFICACION ** (" MAT-NOTA ")"
               END-IF
           ELSE
               DISPLAY "** ALTA **"
           END-IF.
           DISPLAY "Tipo P=PREFERIDO V=VEASE (ENTER=P): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-TIPO.
           ACCEPT WS-TIPO.
           IF WS-TIPO = SPACES OR WS-TIPO = "p"
               MOVE "P" TO WS-TIPO
           END-IF.
           IF WS-TIPO = "v"
               MOVE "V" TO WS-TIPO
           END-IF.
           IF WS-TIPO NOT = "P" AND WS-TIPO NOT = "V"
               DISPLAY "TIPO NO VALIDO."
               CLOSE MATERIAS
               GO TO 030-ALTA-MODIF-EXIT
           END-IF.
           MOVE SPACES TO WS-NOTA WS-TERMINO-VER.
           IF WS-TIPO = "V"
               PERFORM 035-PEDIR-PREFERIDO
                       THRU 035-PEDIR-PREFERIDO-EXIT
               IF WS-TERMINO-VER = SPACES
                   CLOSE MATERIAS
                   GO TO 030-ALTA-MODIF-EXIT
               END-IF
               IF ESTA-MATERIA AND MAT-PREFERIDO
                   PERFORM 080-CONTAR-ENLACES
                   IF TERMINO-EN-USO
                       DISPLAY "EL TERMINO TIENE TITULOS ENLAZADOS: "
                               "PASELOS ANTES AL PREFERIDO."
                       CLOSE MATERIAS
                       GO TO 030-ALTA-MODIF-EXIT
                   END-IF
               END-IF
           ELSE
               DISPLAY "Nota de alcance: " WITH NO ADVANCING
               ACCEPT WS-NOTA
           END-IF.
           MOVE WS-TERMINO     TO MAT-TERMINO.
           MOVE WS-TIPO        TO MAT-TIPO.
           MOVE WS-TERMINO-VER TO MAT-VER.
           MOVE WS-NOTA        TO MAT-NOTA.
           IF ESTA-MATERIA
               REWRITE DATOS-MATERIA
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
               END-REWRITE
               DISPLAY "TERMINO MODIFICADO."
           ELSE
               WRITE DATOS-MATERIA
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
               END-WRITE
               DISPLAY "TERMINO DADO DE ALTA."
           END-IF.
           CLOSE MATERIAS.
       030-ALTA-MODIF-EXIT.
           EXIT.

      *PIDE EL TERMINO PREFERIDO DE UNA REFERENCIA Y LO VALIDA SIN
      *PERDER EL REGISTRO LEIDO (SE VUELVE A LEER AL TERMINAR).
       035-PEDIR-PREFERIDO.
           DISPLAY "Vease (termino preferido): " WITH NO ADVANCING.
           ACCEPT WS-TERMINO-VER.
           INSPECT WS-TERMINO-VER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-TERMINO-VER = SPACES
               GO TO 035-PEDIR-PREFERIDO-EXIT
           END-IF.
           IF WS-TERMINO-VER = WS-TERMINO
               DISPLAY "UN TERMINO NO PUEDE MANDAR A SI MISMO."
               MOVE SPACES TO WS-TERMINO-VER
               GO TO 035-PEDIR-PREFERIDO-EXIT
           END-IF.
           MOVE WS-TERMINO-VER TO MAT-TERMINO.
           READ MATERIAS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-MATERIA OR NOT MAT-PREFERIDO
               DISPLAY "EL TERMINO PREFERIDO NO EXISTE EN LA "
                       "AUTORIDAD."
               MOVE SPACES TO WS-TERMINO-VER
           END-IF.
           MOVE WS-TERMINO TO MAT-TERMINO.
           READ MATERIAS
               INVALID KEY CONTINUE
           END-READ.
       035-PEDIR-PREFERIDO-EXIT.
           EXIT.

      *LA BAJA NO SE HACE SI HAY TITULOS ENLAZADOS AL TERMINO O SI
      *ALGUNA REFERENCIA MANDA A EL.
       040-BAJA.
           DISPLAY "Termino a quitar: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TERMINO.
           ACCEPT WS-TERMINO.
           IF WS-TERMINO = SPACES
               GO TO 040-BAJA-EXIT
           END-IF.
           PERFORM 095-MAYUSCULAS.
           OPEN I-O MATERIAS.
           IF F-NOEXISTE-MAT
               DISPLAY "NO HAY AUTORIDAD DE MATERIAS."
               CLOSE MATERIAS
               GO TO 040-BAJA-EXIT
           END-IF.
           PERFORM 080-CONTAR-ENLACES.
           IF TERMINO-EN-USO
               DISPLAY "EL TERMINO TIENE " WS-CANT-TITULOS
                       " TITULOS ENLAZADOS: NO SE QUITA."
               CLOSE MATERIAS
               GO TO 040-BAJA-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT.
           MOVE LOW-VALUES TO MAT-TERMINO.
           START MATERIAS KEY IS NOT LESS THAN MAT-TERMINO
               INVALID KEY SET FIN-MATERIAS TO TRUE
           END-START.
           IF NOT FIN-MATERIAS
               READ MATERIAS NEXT RECORD AT END SET FIN-MATERIAS
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-MATERIAS
               IF MAT-REFERENCIA AND MAT-VER = WS-TERMINO
                   ADD 1 TO WS-CANT
                   DISPLAY "  " MAT-TERMINO " MANDA A ESTE TERMINO"
               END-IF
               READ MATERIAS NEXT RECORD AT END SET FIN-MATERIAS
                       TO TRUE END-READ
           END-PERFORM.
           IF WS-CANT NOT = ZEROS
               DISPLAY "HAY REFERENCIAS AL TERMINO: NO SE QUITA."
               CLOSE MATERIAS
               GO TO 040-BAJA-EXIT
           END-IF.
           MOVE WS-TERMINO TO MAT-TERMINO.
           READ MATERIAS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-MATERIA
               DISPLAY "ESE TERMINO NO ESTA EN LA AUTORIDAD."
               CLOSE MATERIAS
               GO TO 040-BAJA-EXIT
           END-IF.
           DISPLAY "CONFIRME: ESCRIBA SI PARA QUITAR: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "SI" OR WS-CONFIRMA = "si"
               DELETE MATERIAS
                   INVALID KEY DISPLAY "ERROR AL QUITAR"
               END-DELETE
               DISPLAY "TERMINO QUITADO DE LA AUTORIDAD."
           ELSE
               DISPLAY "BAJA CANCELADA."
           END-IF.
           CLOSE MATERIAS.
       040-BAJA-EXIT.
           EXIT.

      *MATERIAS DE UN TITULO: MUESTRA LAS QUE TIENE Y PERMITE
      *AGREGAR O QUITAR HASTA QUE SE RESPONDA ENTER.
       050-MATERIAS-TITULO.
           DISPLAY "Libro: " WITH NO ADVANCING.
           ACCEPT WS-LIBRO-ID.
           IF WS-LIBRO-ID = ZEROS
               GO TO 050-MATERIAS-TITULO-EXIT
           END-IF.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               GO TO 050-MATERIAS-TITULO-EXIT
           END-IF.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           CLOSE REG-LIBROS.
           IF NOT ESTA-REG-LIB
               DISPLAY "EL LIBRO NO EXISTE."
               GO TO 050-MATERIAS-TITULO-EXIT
           END-IF.
           OPEN INPUT MATERIAS.
           IF F-NOEXISTE-MAT
               DISPLAY "NO HAY AUTORIDAD DE MATERIAS: CARGUE LOS "
                       "TERMINOS PRIMERO."
               CLOSE MATERIAS
               GO TO 050-MATERIAS-TITULO-EXIT
           END-IF.
           PERFORM 075-ABRIR-ENLACES.
           DISPLAY NOMBRE-STATUS.
           MOVE "A" TO WS-ACCION.
           PERFORM UNTIL WS-ACCION = SPACES
               PERFORM 055-MOSTRAR-MATERIAS
               DISPLAY "(A)gregar (Q)uitar ENTER=terminar: "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-ACCION
               ACCEPT WS-ACCION
               IF WS-ACCION = "a" MOVE "A" TO WS-ACCION END-IF
               IF WS-ACCION = "q" MOVE "Q" TO WS-ACCION END-IF
               EVALUATE WS-ACCION
                   WHEN "A" PERFORM 057-AGREGAR-MATERIA
                                    THRU 057-AGREGAR-MATERIA-EXIT
                   WHEN "Q" PERFORM 058-QUITAR-MATERIA
                                    THRU 058-QUITAR-MATERIA-EXIT
                   WHEN SPACES CONTINUE
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           CLOSE LIBRO-MATERIAS.
           CLOSE MATERIAS.
       050-MATERIAS-TITULO-EXIT.
           EXIT.

       055-MOSTRAR-MATERIAS.
           MOVE ZEROS TO WS-CANT.
           MOVE WS-LIBRO-ID TO LMA-LIBRO-ID.
           MOVE LOW-VALUES  TO LMA-TERMINO.
           START LIBRO-MATERIAS KEY IS NOT LESS THAN LMA-CLAVE
               INVALID KEY SET FIN-LIBRO-MATERIAS TO TRUE
           END-START.
           IF NOT FIN-LIBRO-MATERIAS
               READ LIBRO-MATERIAS NEXT RECORD AT END
                   SET FIN-LIBRO-MATERIAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-LIBRO-MATERIAS
                   OR LMA-LIBRO-ID NOT = WS-LIBRO-ID
               ADD 1 TO WS-CANT
               DISPLAY "  MATERIA: " LMA-TERMINO
               READ LIBRO-MATERIAS NEXT RECORD AT END
                   SET FIN-LIBRO-MATERIAS TO TRUE END-READ
           END-PERFORM.
           IF WS-CANT = ZEROS
               DISPLAY "  (SIN MATERIAS)"
           END-IF.

       057-AGREGAR-MATERIA.
           DISPLAY "Materia: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TERMINO.
           ACCEPT WS-TERMINO.
           IF WS-TERMINO = SPACES
               GO TO 057-AGREGAR-MATERIA-EXIT
           END-IF.
           PERFORM 095-MAYUSCULAS.
           PERFORM 090-RESOLVER-TERMINO.
           IF NOT TERMINO-RESUELTO
               GO TO 057-AGREGAR-MATERIA-EXIT
           END-IF.
           MOVE WS-LIBRO-ID TO LMA-LIBRO-ID LMA-LIBRO-ORDEN.
           MOVE WS-TERMINO  TO LMA-TERMINO LMA-TERMINO-ORDEN.
           WRITE DATOS-LIBRO-MATERIA
               INVALID KEY DISPLAY "EL TITULO YA TIENE ESA MATERIA."
           END-WRITE.
       057-AGREGAR-MATERIA-EXIT.
           EXIT.

       058-QUITAR-MATERIA.
           DISPLAY "Materia a quitar: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TERMINO.
           ACCEPT WS-TERMINO.
           IF WS-TERMINO = SPACES
               GO TO 058-QUITAR-MATERIA-EXIT
           END-IF.
           PERFORM 095-MAYUSCULAS.
           MOVE WS-LIBRO-ID TO LMA-LIBRO-ID.
           MOVE WS-TERMINO  TO LMA-TERMINO.
           DELETE LIBRO-MATERIAS
               INVALID KEY DISPLAY "EL TITULO NO TIENE ESA MATERIA."
           END-DELETE.
       058-QUITAR-MATERIA-EXIT.
           EXIT.

      *INDICE DE MATERIAS DE LA COLECCION: LA AUTORIDAD EN ORDEN
      *ALFABETICO; CADA PREFERIDO CON SUS TITULOS Y CADA REFERENCIA
      *CON SU "VEASE". LOS PREFERIDOS SIN TITULOS NO SE IMPRIMEN.
       060-INDICE.
           OPEN INPUT MATERIAS.
           IF F-NOEXISTE-MAT
               DISPLAY "NO HAY AUTORIDAD DE MATERIAS CARGADA."
               CLOSE MATERIAS
               GO TO 060-INDICE-EXIT
           END-IF.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               CLOSE MATERIAS
               GO TO 060-INDICE-EXIT
           END-IF.
           MOVE "NO" TO WS-HAY-ENLACES.
           OPEN INPUT LIBRO-MATERIAS.
           IF F-NOEXISTE-LMA
               CLOSE LIBRO-MATERIAS
           ELSE
               MOVE "SI" TO WS-HAY-ENLACES
           END-IF.
           OPEN OUTPUT INDICE-MATERIAS.
           MOVE ZEROS TO WS-CANT-TERMINOS.
           MOVE SPACES TO LINEA-INDICE.
           STRING "INDICE DE MATERIAS - "     DELIMITED BY SIZE
                   NOMBRE-BIBLIOTECA          DELIMITED BY SIZE
                   " - "                      DELIMITED BY SIZE
                   WS-FECHA-HOY               DELIMITED BY SIZE
                   INTO LINEA-INDICE.
           WRITE LINEA-INDICE.
           MOVE ALL "=" TO LINEA-INDICE.
           WRITE LINEA-INDICE.
           MOVE LOW-VALUES TO MAT-TERMINO.
           START MATERIAS KEY IS NOT LESS THAN MAT-TERMINO
               INVALID KEY SET FIN-MATERIAS TO TRUE
           END-START.
           IF NOT FIN-MATERIAS
               READ MATERIAS NEXT RECORD AT END SET FIN-MATERIAS
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-MATERIAS
               IF MAT-REFERENCIA
                   MOVE SPACES TO LINEA-INDICE
                   STRING MAT-TERMINO     DELIMITED BY SIZE
                           " VEASE "      DELIMITED BY SIZE
                           MAT-VER        DELIMITED BY SIZE
                           INTO LINEA-INDICE
                   WRITE LINEA-INDICE
               ELSE
                   IF WS-HAY-ENLACES = "SI"
                       PERFORM 065-TITULOS-MATERIA
                   END-IF
               END-IF
               READ MATERIAS NEXT RECORD AT END SET FIN-MATERIAS
                       TO TRUE END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-INDICE.
           WRITE LINEA-INDICE.
           MOVE SPACES TO LINEA-INDICE.
           STRING "MATERIAS CON TITULOS: " DELIMITED BY SIZE
                   WS-CANT-TERMINOS         DELIMITED BY SIZE
                   INTO LINEA-INDICE.
           WRITE LINEA-INDICE.
           CLOSE INDICE-MATERIAS.
           IF WS-HAY-ENLACES = "SI"
               CLOSE LIBRO-MATERIAS
           END-IF.
           CLOSE REG-LIBROS.
           CLOSE MATERIAS.
           DISPLAY "INDICE EN INDICE-MATERIAS.LST: " WS-CANT-TERMINOS
                   " MATERIAS CON TITULOS.".
       060-INDICE-EXIT.
           EXIT.

       065-TITULOS-MATERIA.
           MOVE ZEROS TO WS-CANT-TITULOS.
           MOVE MAT-TERMINO TO LMA-TERMINO-ORDEN.
           MOVE ZEROS       TO LMA-LIBRO-ORDEN.
           START LIBRO-MATERIAS KEY IS NOT LESS THAN LMA-ORDEN
               INVALID KEY SET FIN-LIBRO-MATERIAS TO TRUE
           END-START.
           IF NOT FIN-LIBRO-MATERIAS
               READ LIBRO-MATERIAS NEXT RECORD AT END
                   SET FIN-LIBRO-MATERIAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-LIBRO-MATERIAS
                   OR LMA-TERMINO-ORDEN NOT = MAT-TERMINO
               IF WS-CANT-TITULOS = ZEROS
                   MOVE SPACES TO LINEA-INDICE
                   WRITE LINEA-INDICE
                   MOVE MAT-TERMINO TO LINEA-INDICE
                   WRITE LINEA-INDICE
                   ADD 1 TO WS-CANT-TERMINOS
               END-IF
               ADD 1 TO WS-CANT-TITULOS
               MOVE LMA-LIBRO-ORDEN TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY MOVE SPACES TO NOMBRE-STATUS
                                              AUTOR-STATUS
               END-READ
               MOVE LMA-LIBRO-ORDEN TO LIN-LIBRO-ID
               MOVE NOMBRE-STATUS   TO LIN-TITULO
               MOVE AUTOR-STATUS    TO LIN-AUTOR
               MOVE WS-LINEA-TITULO TO LINEA-INDICE
               WRITE LINEA-INDICE
               READ LIBRO-MATERIAS NEXT RECORD AT END
                   SET FIN-LIBRO-MATERIAS TO TRUE END-READ
           END-PERFORM.

       070-ABRIR-MATERIAS.
           OPEN I-O MATERIAS.
           IF F-NOEXISTE-MAT
               CLOSE MATERIAS
               OPEN OUTPUT MATERIAS
               CLOSE MATERIAS
               OPEN I-O MATERIAS
           END-IF.

       075-ABRIR-ENLACES.
           OPEN I-O LIBRO-MATERIAS.
           IF F-NOEXISTE-LMA
               CLOSE LIBRO-MATERIAS
               OPEN OUTPUT LIBRO-MATERIAS
               CLOSE LIBRO-MATERIAS
               OPEN I-O LIBRO-MATERIAS
           END-IF.

      *CUENTA LOS TITULOS ENLAZADOS A WS-TERMINO.
       080-CONTAR-ENLACES.
           MOVE "N" TO WS-EN-USO.
           MOVE ZEROS TO WS-CANT-TITULOS.
           OPEN INPUT LIBRO-MATERIAS.
           IF F-NOEXISTE-LMA
               CLOSE LIBRO-MATERIAS
           ELSE
               MOVE WS-TERMINO TO LMA-TERMINO-ORDEN
               MOVE ZEROS      TO LMA-LIBRO-ORDEN
               START LIBRO-MATERIAS KEY IS NOT LESS THAN LMA-ORDEN
                   INVALID KEY SET FIN-LIBRO-MATERIAS TO TRUE
               END-START
               IF NOT FIN-LIBRO-MATERIAS
                   READ LIBRO-MATERIAS NEXT RECORD AT END
                       SET FIN-LIBRO-MATERIAS TO TRUE END-READ
               END-IF
               PERFORM UNTIL FIN-LIBRO-MATERIAS
                       OR LMA-TERMINO-ORDEN NOT = WS-TERMINO
                   ADD 1 TO WS-CANT-TITULOS
                   READ LIBRO-MATERIAS NEXT RECORD AT END
                       SET FIN-LIBRO-MATERIAS TO TRUE END-READ
               END-PERFORM
               CLOSE LIBRO-MATERIAS
           END-IF.
           IF WS-CANT-TITULOS > ZEROS
               MOVE "S" TO WS-EN-USO
           END-IF.

      *LLEVA WS-TERMINO AL TERMINO PREFERIDO SIGUIENDO LAS
      *REFERENCIAS "VEASE" (MISMA REGLA QUE LA BUSQUEDA POR MATERIA
      *DE REGISTROLIBROS).
       090-RESOLVER-TERMINO.
           MOVE "N" TO WS-RESUELTO.
           MOVE ZEROS TO WS-SALTOS.
           MOVE WS-TERMINO TO MAT-TERMINO.
           READ MATERIAS
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL NOT ESTA-MATERIA OR MAT-PREFERIDO
                   OR WS-SALTOS NOT < MAX-SALTOS-VEASE
               DISPLAY "  " MAT-TERMINO " VEASE " MAT-VER
               ADD 1 TO WS-SALTOS
               MOVE MAT-VER TO MAT-TERMINO
               READ MATERIAS
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
           IF ESTA-MATERIA AND MAT-PREFERIDO
               MOVE MAT-TERMINO TO WS-TERMINO
               MOVE "S" TO WS-RESUELTO
           ELSE
               IF ESTA-MATERIA
                   DISPLAY "CADENA DE REFERENCIAS SIN TERMINO "
                           "PREFERIDO."
               ELSE
                   DISPLAY "EL TERMINO NO ESTA EN LA AUTORIDAD: "
                           "DELO DE ALTA PRIMERO."
               END-IF
           END-IF.

       095-MAYUSCULAS.
           INSPECT WS-TERMINO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "NOMBRE-BIBLIO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO NOMBRE-BIBLIOTECA
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "MANT-MATERIAS "   DELIMITED BY SIZE
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
           MOVE 16 TO RETURN-CODE.
       END PROGRAM MANT-MATERIAS.
