       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CATALOGA-RED.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *CATALOGACION POR COPIA DESDE EL CATALOGO COLECTIVO DE LA RED
      *REGIONAL: LAS LINEAS DE CARGA-LIBROS.DAT QUE ARMAN COMPRAS Y
      *DONACIONES SALEN CON EL TITULO TIPEADO EN LA ORDEN O EN LA
      *PLANILLA Y SIN AUTOR, Y SE COMPLETABAN A MANO. LA RED
      *DISTRIBUYE SU ARCHIVO DE REGISTROS (REGISTROS-RED.TXT: ISBN,
      *TITULO, AUTOR, EDITORIAL, CATEGORIA SUGERIDA Y BIBLIOTECA QUE
      *APORTO EL REGISTRO). TRES PASOS:
      *  1 INCORPORA REGISTROS-RED.TXT A REGISTROS-RED.DAT, INDEXADO
      *    POR ISBN, DESCARTANDO LO QUE NO VIENE DE UNA BIBLIOTECA DE
      *    BIBLIOTECAS-RED.DAT (SI EL MAESTRO EXISTE).
      *  2 BUSCA CADA ISBN DE CARGA-LIBROS.DAT EN LA RED Y ESCRIBE LA
      *    CARGA COMPLETADA EN CARGA-RED.DAT (MISMAS LINEAS, MISMO
      *    ORDEN): TITULO, AUTOR Y EDITORIAL DE LA RED Y, SI LA LINEA
      *    NO TRAE CATEGORIA, LA SUGERIDA (SOLO SI ESTA EN
      *    CATEGORIAS.DAT CUANDO HAY MAESTRO). EL DETALLE PARA
      *    REVISAR QUEDA EN CATALOGA-RED.LST.
      *  3 REVISADO EL LISTADO, PASA CARGA-RED.DAT SOBRE
      *    CARGA-LIBROS.DAT, SIEMPRE QUE ESTE NO HAYA CAMBIADO DE
      *    CANTIDAD DE LINEAS ENTRETANTO. LA CARGA MASIVA DE
      *    REGISTROLIBROS HACE DESPUES SU VALIDACION DE SIEMPRE.
      *EL SENTIDO INVERSO (NUESTROS FONDOS PARA LA RED) ES
      *EXPORT-RED.CBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTROS-RED-TXT ASSIGN TO "REGISTROS-RED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RED-TXT.

           SELECT REGISTROS-RED ASSIGN TO "REGISTROS-RED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RED-ISBN
               FILE STATUS IS FS-RED.

           SELECT BIBLIOTECAS ASSIGN TO "BIBLIOTECAS-RED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIB-CODIGO
               FILE STATUS IS FS-BIBLIOTECAS.

      *ARCHIVO DE ENTRADA DE LA CARGA MASIVA DE REGISTROLIBROS.CBL.
           SELECT CARGA-LIBROS ASSIGN TO "CARGA-LIBROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARGA.

           SELECT CARGA-RED ASSIGN TO "CARGA-RED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARGA-RED.

           SELECT CATEGORIAS ASSIGN TO "CATEGORIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS FS-CATEGORIAS.

           SELECT REPORTE-RED ASSIGN TO "CATALOGA-RED.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *REGISTRO TAL COMO LO DISTRIBUYE LA RED.
       FD REGISTROS-RED-TXT.
       01 LINEA-RED-TXT.
           05 RTX-ISBN                PIC X(13).
           05 RTX-TITULO              PIC X(60).
           05 RTX-AUTOR               PIC X(20).
           05 RTX-EDITORIAL           PIC X(20).
           05 RTX-CATEGORIA           PIC X(15).
           05 RTX-BIBLIOTECA          PIC X(3).

       FD REGISTROS-RED.
       01 DATOS-RED.
           05 RED-ISBN                PIC X(13).
           05 RED-TITULO              PIC X(60).
           05 RED-AUTOR               PIC X(20).
           05 RED-EDITORIAL           PIC X(20).
           05 RED-CATEGORIA           PIC X(15).
           05 RED-BIBLIOTECA          PIC X(3).
           05 RED-FECHA-INCORPORADO   PIC 9(8).

       FD BIBLIOTECAS.
       01 DATOS-BIBLIOTECA.
           05 BIB-CODIGO              PIC X(3).
           05 BIB-NOMBRE              PIC X(30).
           05 BIB-DOMICILIO           PIC X(40).
           05 BIB-TELEFONO            PIC X(15).

       FD CARGA-LIBROS.
       01 LINEA-CARGA.
           05 CARGA-LIBRO-ID              PIC 9(6).
           05 CARGA-NOMBRE                PIC X(60).
           05 CARGA-EDITORIAL             PIC X(20).
           05 CARGA-ESTADO                PIC X(12).
           05 CARGA-CANTIDAD-EJEMPLARES   PIC 9(3).
           05 CARGA-ISBN                  PIC X(13).
           05 CARGA-CATEGORIA             PIC X(15).
           05 CARGA-VALOR-REPOSICION      PIC 9(6)V99.
           05 CARGA-AUTOR                 PIC X(20).
           05 CARGA-ORIGEN                PIC X(1).

      *MISMO FORMATO QUE LINEA-CARGA.
       FD CARGA-RED.
       01 LINEA-CARGA-RED             PIC X(158).

       FD CATEGORIAS.
       01 DATOS-CATEGORIA.
           05 CAT-CODIGO              PIC X(15).
           05 CAT-DESCRIPCION         PIC X(30).

       FD REPORTE-RED.
       01 LINEA-REPORTE               PIC X(100).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-RED-TXT               PIC XX.
           88 FIN-RED-TXT          VALUE "10".
           88 F-NOEXISTE-RTX       VALUE "35".

       77 FS-RED                   PIC XX.
           88 ESTA-RED             VALUE "00" "02".
           88 F-NOEXISTE-RED       VALUE "35".

       77 FS-BIBLIOTECAS           PIC XX.
           88 ESTA-BIBLIOTECA      VALUE "00" "02".
           88 F-NOEXISTE-BIB       VALUE "35".

       77 FS-CARGA                 PIC XX.
           88 FIN-CARGA            VALUE "10".
           88 F-NOEXISTE-CARGA     VALUE "35".

       77 FS-CARGA-RED             PIC XX.
           88 FIN-CARGA-RED        VALUE "10".
           88 F-NOEXISTE-CRED      VALUE "35".

       77 FS-CATEGORIAS            PIC XX.
           88 ESTA-CATEGORIA       VALUE "00" "02".
           88 F-NOEXISTE-CAT       VALUE "35".

       77 FS-REPORTE               PIC XX.
           88 ESTA-REPORTE         VALUE "00".

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
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-HAY-BIBLIOTECAS       PIC X(2) VALUE "NO".
       77 WS-HAY-CATEGORIAS        PIC X(2) VALUE "NO".
       77 WS-CANT-LEIDOS           PIC 9(6) VALUE ZEROS.
       77 WS-CANT-INCORPORADOS     PIC 9(6) VALUE ZEROS.
       77 WS-CANT-AJENOS           PIC 9(6) VALUE ZEROS.
       77 WS-CANT-REPETIDOS        PIC 9(6) VALUE ZEROS.
       77 WS-CANT-HALLADOS         PIC 9(6) VALUE ZEROS.
       77 WS-CANT-NO-HALLADOS      PIC 9(6) VALUE ZEROS.
       77 WS-CANT-SIN-ISBN         PIC 9(6) VALUE ZEROS.
       77 WS-CANT-LINEAS-CARGA     PIC 9(6) VALUE ZEROS.
       77 WS-CANT-LINEAS-RED       PIC 9(6) VALUE ZEROS.
       77 WS-RESULTADO             PIC X(14) VALUE SPACES.
       77 WS-NOTA-CATEGORIA        PIC X(30) VALUE SPACES.

       01 WS-DETALLE-RED.
           05 DET-LIBRO-ID            PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-ISBN                PIC X(13).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-ORIGEN              PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-RESULTADO           PIC X(14).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-TITULO              PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-NOTA                PIC X(30).

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== CATALOGACION DESDE LA RED ====="
               DISPLAY "1. INCORPORAR REGISTROS-RED.TXT"
               DISPLAY "2. COMPLETAR LA CARGA DESDE LA RED"
               DISPLAY "3. PASAR CARGA-RED.DAT A CARGA-LIBROS.DAT"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-INCORPORAR
                                  THRU 020-INCORPORAR-EXIT
                   WHEN 2 PERFORM 030-COMPLETAR-CARGA
                                  THRU 030-COMPLETAR-CARGA-EXIT
                   WHEN 3 PERFORM 040-PASAR-A-CARGA
                                  THRU 040-PASAR-A-CARGA-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *REGISTROS-RED.DAT SE REARMA ENTERO CON CADA ARCHIVO QUE MANDA
      *LA RED; ANTE UN ISBN REPETIDO QUEDA EL PRIMERO.
       020-INCORPORAR.
           MOVE ZEROS TO WS-CANT-LEIDOS WS-CANT-INCORPORADOS.
           MOVE ZEROS TO WS-CANT-AJENOS WS-CANT-REPETIDOS.
           MOVE ZEROS TO WS-CANT-SIN-ISBN.
           OPEN INPUT REGISTROS-RED-TXT.
           IF F-NOEXISTE-RTX
               DISPLAY "NO HAY REGISTROS-RED.TXT PARA INCORPORAR."
               MOVE "REGISTROS-RED.TXT" TO WS-ARCHIVO-ERROR
               MOVE FS-RED-TXT          TO WS-STATUS-ERROR
               MOVE "W"                 TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E"                 TO WS-SEVERIDAD-ERROR
               CLOSE REGISTROS-RED-TXT
               GO TO 020-INCORPORAR-EXIT
           END-IF.
           MOVE "NO" TO WS-HAY-BIBLIOTECAS.
           OPEN INPUT BIBLIOTECAS.
           IF F-NOEXISTE-BIB
               CLOSE BIBLIOTECAS
           ELSE
               MOVE "SI" TO WS-HAY-BIBLIOTECAS
           END-IF.
           OPEN OUTPUT REGISTROS-RED.
           READ REGISTROS-RED-TXT AT END
               SET FIN-RED-TXT TO TRUE END-READ.
           PERFORM UNTIL FIN-RED-TXT
               ADD 1 TO WS-CANT-LEIDOS
               PERFORM 025-INCORPORAR-REGISTRO
                       THRU 025-INCORPORAR-REGISTRO-EXIT
               READ REGISTROS-RED-TXT AT END
                   SET FIN-RED-TXT TO TRUE END-READ
           END-PERFORM.
           CLOSE REGISTROS-RED.
           CLOSE REGISTROS-RED-TXT.
           IF WS-HAY-BIBLIOTECAS = "SI"
               CLOSE BIBLIOTECAS
           END-IF.
           DISPLAY "REGISTROS LEIDOS         : " WS-CANT-LEIDOS.
           DISPLAY "INCORPORADOS             : " WS-CANT-INCORPORADOS.
           DISPLAY "SIN ISBN                 : " WS-CANT-SIN-ISBN.
           DISPLAY "DE BIBLIOTECAS AJENAS    : " WS-CANT-AJENOS.
           DISPLAY "ISBN REPETIDOS           : " WS-CANT-REPETIDOS.
       020-INCORPORAR-EXIT.
           EXIT.

       025-INCORPORAR-REGISTRO.
           IF RTX-ISBN = SPACES
               ADD 1 TO WS-CANT-SIN-ISBN
               GO TO 025-INCORPORAR-REGISTRO-EXIT
           END-IF.
           IF WS-HAY-BIBLIOTECAS = "SI"
               MOVE RTX-BIBLIOTECA TO BIB-CODIGO
               READ BIBLIOTECAS
                   INVALID KEY CONTINUE
               END-READ
               IF NOT ESTA-BIBLIOTECA
                   ADD 1 TO WS-CANT-AJENOS
                   GO TO 025-INCORPORAR-REGISTRO-EXIT
               END-IF
           END-IF.
           MOVE RTX-ISBN        TO RED-ISBN.
           MOVE RTX-TITULO      TO RED-TITULO.
           MOVE RTX-AUTOR       TO RED-AUTOR.
           MOVE RTX-EDITORIAL   TO RED-EDITORIAL.
           MOVE RTX-CATEGORIA   TO RED-CATEGORIA.
           MOVE RTX-BIBLIOTECA  TO RED-BIBLIOTECA.
           MOVE WS-FECHA-HOY    TO RED-FECHA-INCORPORADO.
           WRITE DATOS-RED
               INVALID KEY ADD 1 TO WS-CANT-REPETIDOS
               NOT INVALID KEY ADD 1 TO WS-CANT-INCORPORADOS
           END-WRITE.
       025-INCORPORAR-REGISTRO-EXIT.
           EXIT.

      *CARGA-RED.DAT SALE CON LAS MISMAS LINEAS QUE CARGA-LIBROS.DAT
      *EN EL MISMO ORDEN (LO NO HALLADO PASA TAL CUAL), ASI EL
      *PUNTO DE REINICIO DE LA CARGA MASIVA SIGUE VALIENDO.
       030-COMPLETAR-CARGA.
           MOVE ZEROS TO WS-CANT-LEIDOS WS-CANT-HALLADOS.
           MOVE ZEROS TO WS-CANT-NO-HALLADOS WS-CANT-SIN-ISBN.
           OPEN INPUT CARGA-LIBROS.
           IF F-NOEXISTE-CARGA
               DISPLAY "NO HAY CARGA-LIBROS.DAT PENDIENTE."
               CLOSE CARGA-LIBROS
               GO TO 030-COMPLETAR-CARGA-EXIT
           END-IF.
           OPEN INPUT REGISTROS-RED.
           IF F-NOEXISTE-RED
               DISPLAY "NO HAY REGISTROS DE LA RED: INCORPORE "
                       "REGISTROS-RED.TXT PRIMERO."
               CLOSE REGISTROS-RED
               CLOSE CARGA-LIBROS
               GO TO 030-COMPLETAR-CARGA-EXIT
           END-IF.
           MOVE "NO" TO WS-HAY-CATEGORIAS.
           OPEN INPUT CATEGORIAS.
           IF F-NOEXISTE-CAT
               CLOSE CATEGORIAS
           ELSE
               MOVE "SI" TO WS-HAY-CATEGORIAS
           END-IF.
           OPEN OUTPUT CARGA-RED.
           OPEN OUTPUT REPORTE-RED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CATALOGACION DESDE LA RED - CARGA-LIBROS.DAT - "
                                          DELIMITED BY SIZE
                   WS-FECHA-HOY           DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "LIBRO  ISBN          O RESULTADO      TITULO"
                   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           READ CARGA-LIBROS AT END SET FIN-CARGA TO TRUE END-READ.
           PERFORM UNTIL FIN-CARGA
               ADD 1 TO WS-CANT-LEIDOS
               PERFORM 035-COMPLETAR-LINEA
                       THRU 035-COMPLETAR-LINEA-EXIT
               MOVE LINEA-CARGA TO LINEA-CARGA-RED
               WRITE LINEA-CARGA-RED
               MOVE CARGA-LIBRO-ID    TO DET-LIBRO-ID
               MOVE CARGA-ISBN        TO DET-ISBN
               MOVE CARGA-ORIGEN      TO DET-ORIGEN
               MOVE WS-RESULTADO      TO DET-RESULTADO
               MOVE CARGA-NOMBRE      TO DET-TITULO
               MOVE WS-NOTA-CATEGORIA TO DET-NOTA
               MOVE WS-DETALLE-RED    TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               READ CARGA-LIBROS AT END SET FIN-CARGA TO TRUE END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LINEAS: "              DELIMITED BY SIZE
                   WS-CANT-LEIDOS         DELIMITED BY SIZE
                   "  HALLADAS EN LA RED: " DELIMITED BY SIZE
                   WS-CANT-HALLADOS       DELIMITED BY SIZE
                   "  NO HALLADAS: "      DELIMITED BY SIZE
                   WS-CANT-NO-HALLADOS    DELIMITED BY SIZE
                   "  SIN ISBN: "         DELIMITED BY SIZE
                   WS-CANT-SIN-ISBN       DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-RED.
           CLOSE CARGA-RED.
           IF WS-HAY-CATEGORIAS = "SI"
               CLOSE CATEGORIAS
           END-IF.
           CLOSE REGISTROS-RED.
           CLOSE CARGA-LIBROS.
           DISPLAY "LINEAS DE CARGA    : " WS-CANT-LEIDOS.
           DISPLAY "HALLADAS EN LA RED : " WS-CANT-HALLADOS.
           DISPLAY "NO HALLADAS        : " WS-CANT-NO-HALLADOS.
           DISPLAY "SIN ISBN           : " WS-CANT-SIN-ISBN.
           DISPLAY "REVISE CATALOGA-RED.LST Y PASE CARGA-RED.DAT "
                   "CON LA OPCION 3.".
       030-COMPLETAR-CARGA-EXIT.
           EXIT.

      *TITULO, AUTOR Y EDITORIAL SE TOMAN DE LA RED CUANDO EL
      *REGISTRO LOS TRAE; LA CATEGORIA DE LA LINEA (LA DE LA ORDEN
      *DE COMPRA, QUE IMPUTA EL PRESUPUESTO) NO SE PISA: LA
      *SUGERIDA SOLO SE USA SI LA LINEA VIENE SIN CATEGORIA.
       035-COMPLETAR-LINEA.
           MOVE SPACES TO WS-NOTA-CATEGORIA.
           IF CARGA-ISBN = SPACES
               MOVE "SIN ISBN" TO WS-RESULTADO
               ADD 1 TO WS-CANT-SIN-ISBN
               GO TO 035-COMPLETAR-LINEA-EXIT
           END-IF.
           MOVE CARGA-ISBN TO RED-ISBN.
           READ REGISTROS-RED
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-RED
               MOVE "NO ESTA EN RED" TO WS-RESULTADO
               ADD 1 TO WS-CANT-NO-HALLADOS
               GO TO 035-COMPLETAR-LINEA-EXIT
           END-IF.
           MOVE "COMPLETADA" TO WS-RESULTADO.
           ADD 1 TO WS-CANT-HALLADOS.
           IF RED-TITULO NOT = SPACES
               MOVE RED-TITULO TO CARGA-NOMBRE
           END-IF.
           IF RED-AUTOR NOT = SPACES
               MOVE RED-AUTOR TO CARGA-AUTOR
           END-IF.
           IF RED-EDITORIAL NOT = SPACES
               MOVE RED-EDITORIAL TO CARGA-EDITORIAL
           END-IF.
           IF RED-CATEGORIA = SPACES
               GO TO 035-COMPLETAR-LINEA-EXIT
           END-IF.
           IF CARGA-CATEGORIA NOT = SPACES
               IF CARGA-CATEGORIA NOT = RED-CATEGORIA
                   STRING "RED SUGIERE "  DELIMITED BY SIZE
                           RED-CATEGORIA  DELIMITED BY SIZE
                           INTO WS-NOTA-CATEGORIA
               END-IF
               GO TO 035-COMPLETAR-LINEA-EXIT
           END-IF.
           IF WS-HAY-CATEGORIAS = "SI"
               MOVE RED-CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS
                   INVALID KEY CONTINUE
               END-READ
               IF NOT ESTA-CATEGORIA
                   STRING RED-CATEGORIA   DELIMITED BY SIZE
                           " NO EN MAESTRO" DELIMITED BY SIZE
                           INTO WS-NOTA-CATEGORIA
                   GO TO 035-COMPLETAR-LINEA-EXIT
               END-IF
           END-IF.
           MOVE RED-CATEGORIA TO CARGA-CATEGORIA.
           MOVE "CATEGORIA SUGERIDA" TO WS-NOTA-CATEGORIA.
       035-COMPLETAR-LINEA-EXIT.
           EXIT.

      *SOLO SE PASA SI CARGA-LIBROS.DAT TIENE LAS MISMAS LINEAS QUE
      *CUANDO SE ARMO CARGA-RED.DAT (NADIE AGREGO UNA RECEPCION
      *ENTRETANTO); DESPUES CARGA-RED.DAT QUEDA VACIO.
       040-PASAR-A-CARGA.
           MOVE ZEROS TO WS-CANT-LINEAS-CARGA WS-CANT-LINEAS-RED.
           OPEN INPUT CARGA-RED.
           IF F-NOEXISTE-CRED
               DISPLAY "NO HAY CARGA-RED.DAT: USE LA OPCION 2."
               CLOSE CARGA-RED
               GO TO 040-PASAR-A-CARGA-EXIT
           END-IF.
           READ CARGA-RED AT END SET FIN-CARGA-RED TO TRUE END-READ.
           PERFORM UNTIL FIN-CARGA-RED
               ADD 1 TO WS-CANT-LINEAS-RED
               READ CARGA-RED AT END SET FIN-CARGA-RED TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CARGA-RED.
           IF WS-CANT-LINEAS-RED = ZEROS
               DISPLAY "CARGA-RED.DAT ESTA VACIO: USE LA OPCION 2."
               GO TO 040-PASAR-A-CARGA-EXIT
           END-IF.
           OPEN INPUT CARGA-LIBROS.
           IF NOT F-NOEXISTE-CARGA
               READ CARGA-LIBROS AT END SET FIN-CARGA TO TRUE
               END-READ
               PERFORM UNTIL FIN-CARGA
                   ADD 1 TO WS-CANT-LINEAS-CARGA
                   READ CARGA-LIBROS AT END SET FIN-CARGA TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CARGA-LIBROS.
           IF WS-CANT-LINEAS-CARGA NOT = WS-CANT-LINEAS-RED
               DISPLAY "CARGA-LIBROS.DAT CAMBIO DESDE QUE SE ARMO "
                       "CARGA-RED.DAT (" WS-CANT-LINEAS-CARGA
                       " CONTRA " WS-CANT-LINEAS-RED " LINEAS)."
               DISPLAY "VUELVA A CORRER LA OPCION 2."
               GO TO 040-PASAR-A-CARGA-EXIT
           END-IF.
           DISPLAY "SE REEMPLAZAN " WS-CANT-LINEAS-RED
                   " LINEAS DE CARGA-LIBROS.DAT.".
           DISPLAY "CONFIRME: ESCRIBA SI PARA PASAR: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI" AND WS-CONFIRMA NOT = "si"
               DISPLAY "PASE CANCELADO."
               GO TO 040-PASAR-A-CARGA-EXIT
           END-IF.
           OPEN INPUT CARGA-RED.
           OPEN OUTPUT CARGA-LIBROS.
           MOVE "00" TO FS-CARGA-RED.
           READ CARGA-RED AT END SET FIN-CARGA-RED TO TRUE END-READ.
           PERFORM UNTIL FIN-CARGA-RED
               MOVE LINEA-CARGA-RED TO LINEA-CARGA
               WRITE LINEA-CARGA
               READ CARGA-RED AT END SET FIN-CARGA-RED TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CARGA-LIBROS.
           CLOSE CARGA-RED.
           OPEN OUTPUT CARGA-RED.
           CLOSE CARGA-RED.
           DISPLAY "CARGA-LIBROS.DAT ACTUALIZADO: CORRA LA CARGA "
                   "MASIVA.".
       040-PASAR-A-CARGA-EXIT.
           EXIT.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "CATALOGA-RED "    DELIMITED BY SIZE
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
       END PROGRAM CATALOGA-RED.
