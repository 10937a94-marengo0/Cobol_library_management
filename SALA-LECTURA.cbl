       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SALA-LECTURA.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *USO EN SALA Y REGISTRO DE LA SALA DE LECTURA. LOS TITULOS QUE
      *NO CIRCULAN (POL-NO-CIRCULA EN POLITICAS-PRESTAMO.DAT) Y LA
      *COLECCION DE HISTORIA LOCAL SE USAN MUCHO DENTRO DE LA
      *BIBLIOTECA, PERO ESE USO NUNCA PASABA POR EL SISTEMA Y
      *REP-SIN-MOVIMIENTO Y REP-ROTACION LOS TRATABAN COMO ESTANTE
      *MUERTO. CADA USO QUEDA AHORA COMO UNA LINEA DE USO-EN-SALA.DAT
      *(LIBRO-ID, FECHA, HORA, SUCURSAL DEL PUESTO Y ORIGEN):
      *- ESCANEO RAPIDO DEL LIBRO-ID AL LEVANTAR LO QUE QUEDO EN LAS
      *  MESAS (ORIGEN "E"), PARA CUALQUIER TITULO DEL CATALOGO;
      *- FIRMA DE SALIDA A LA SALA (ORIGEN "S"), SOLO PARA LA
      *  COLECCION ESPECIAL: EL SOCIO FIRMA CON HORA EN
      *  SALA-FIRMAS.DAT, FIRMA EL REGRESO CON HORA AL DEVOLVERLO, Y
      *  EL CONTROL DE CIERRE LISTA EN SALA-PENDIENTES.LST TODO LO
      *  QUE SIGUE SIN FIRMA DE REGRESO.
      *EST-CIRCULACION, REP-ROTACION Y REP-ANUAL LEEN USO-EN-SALA.DAT
      *Y LO INFORMAN EN UNA COLUMNA PROPIA; REP-SIN-MOVIMIENTO LO
      *TOMA COMO MOVIMIENTO DEL TITULO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *UNA LINEA POR CADA USO EN SALA, SE AGREGA AL FINAL.
           SELECT USO-SALA ASSIGN TO "USO-EN-SALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USO-SALA.

      *FIRMAS DE SALIDA Y REGRESO DE LA COLECCION ESPECIAL.
           SELECT SALA-FIRMAS ASSIGN TO "SALA-FIRMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLAVE
               FILE STATUS IS FS-FIRMAS.

      *VISTA PARCIAL DE LA FICHA DE ENTIDADES: NOMBRE Y SUSPENSION.
           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *VISTA PARCIAL DEL CATALOGO: TITULO, ESTADO, EJEMPLARES Y
      *CATEGORIA.
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

      *POLITICA DE PRESTAMO POR CATEGORIA (MANT-POLITICAS.CBL).
           SELECT POLITICAS ASSIGN TO "POLITICAS-PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-CATEGORIA
               FILE STATUS IS FS-POLITICAS.

           SELECT REPORTE-PEN ASSIGN TO "SALA-PENDIENTES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD USO-SALA.
       01 LINEA-USO-SALA.
           05 USO-LIBRO-ID            PIC 9(6).
           05 USO-FECHA               PIC 9(8).
           05 USO-HORA                PIC 9(4).
           05 USO-SUCURSAL            PIC X(3).
      *E=ESCANEO DE MESA, S=FIRMA DE SALIDA A LA SALA.
           05 USO-ORIGEN              PIC X(1).
           05 USO-SOCIO-ID            PIC 9(6).

      *UNA FIRMA POR EJEMPLAR SALIDO A LA SALA (CLAVE LIBRO, FECHA Y
      *HORA DE SALIDA CON SEGUNDOS).
       FD SALA-FIRMAS.
       01 DATOS-FIRMA.
           05 SAL-CLAVE.
               10 SAL-LIBRO-ID        PIC 9(6).
               10 SAL-FECHA           PIC 9(8).
               10 SAL-HORA-SALIDA     PIC 9(6).
           05 SAL-SOCIO-ID            PIC 9(6).
           05 SAL-SUCURSAL            PIC X(3).
           05 SAL-HORA-REGRESO        PIC 9(6).
           05 SAL-ESTADO              PIC X(1).
               88 SAL-AFUERA          VALUE "A".
               88 SAL-DEVUELTO        VALUE "D".

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(70).
           05 FILLER                  PIC X(40).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(8).
           05 SOCIO-SUSPENDIDO-STATUS PIC X(01).
               88 SOCIO-ESTA-SUSPENDIDO VALUE "S" "s".
           05 FILLER                  PIC X(334).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           05 NOMBRE-STATUS               PIC X(60).
           05 FILLER                      PIC X(20).
           05 ESTADO-STATUS               PIC X(12).
               88 TITULO-FUERA-DE-USO     VALUE "BAJA" "EXTRAVIADO".
           05 CANTIDAD-EJEMPLARES-STATUS  PIC 9(3).
           05 FILLER                      PIC X(3).
           05 FILLER                      PIC X(13).
           05 CATEGORIA-STATUS            PIC X(15).
           05 FILLER                      PIC X(8).
           05 FILLER                      PIC X(8).
      *AUTOR (AGREGADO AL FINAL DEL REGISTRO DEL CATALOGO).
           05 AUTOR-STATUS            PIC X(20).

       FD POLITICAS.
       01 DATOS-POLITICA.
           05 POL-CATEGORIA           PIC X(15).
           05 POL-DIAS                PIC 9(3).
           05 POL-RENOVACIONES        PIC 9(1).
           05 POL-EDAD-MINIMA         PIC 9(2).
           05 POL-NO-CIRCULA          PIC X(1).
               88 POLITICA-NO-CIRCULA VALUE "S".

       FD REPORTE-PEN.
       01 LINEA-REPORTE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-USO-SALA              PIC XX.
           88 F-NOEXISTE-USO       VALUE "05" "35".

       77 FS-FIRMAS                PIC XX.
           88 ESTA-FIRMA           VALUE "00" "02".
           88 FIN-FIRMAS           VALUE "10".
           88 F-NOEXISTE-FIR       VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-POLITICAS             PIC XX.
           88 ESTA-POLITICA        VALUE "00" "02".
           88 F-NOEXISTE-POL       VALUE "35".

       77 FS-REPORTE               PIC XX.

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
       77 WS-SUCURSAL              PIC X(3) VALUE "SED".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-HORA-ACTUAL           PIC 9(8) VALUE ZEROS.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-NOMBRE-SOCIO          PIC X(40) VALUE SPACES.
       77 WS-SOCIO-HALLADO         PIC X VALUE "N".
           88 SOCIO-HALLADO        VALUE "S".
       77 WS-SOCIO-SUSP            PIC X VALUE "N".
           88 SOCIO-SUSPENDIDO     VALUE "S".
       77 WS-LIBRO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-TITULO                PIC X(60) VALUE SPACES.
       77 WS-USO-ORIGEN            PIC X(1) VALUE SPACES.
       77 WS-CANT-ESCANEOS         PIC 9(4) VALUE ZEROS.
       77 WS-CANT-AFUERA           PIC 9(3) VALUE ZEROS.
       77 WS-CANT-EJEMPLARES       PIC 9(3) VALUE ZEROS.
       77 WS-CANT-PENDIENTES       PIC 9(4) VALUE ZEROS.
       77 WS-CLAVE-HALLADA         PIC X(20) VALUE SPACES.
       77 WS-ANTERIOR              PIC X(8) VALUE SPACES.

      *COLECCION ESPECIAL: CATEGORIAS QUE NO CIRCULAN SEGUN
      *POLITICAS-PRESTAMO.DAT, MAS LA COLECCION DE HISTORIA LOCAL.
       77 COLECCION-HISTORIA-LOCAL PIC X(15) VALUE "HISTORIA LOCAL".
       77 WS-COLECCION-ESPECIAL    PIC X VALUE "N".
           88 COLECCION-ESPECIAL   VALUE "S".

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           DISPLAY "SUCURSAL DEL PUESTO (ENTER = SED): "
                   WITH NO ADVANCING.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE "SED" TO WS-SUCURSAL
           END-IF.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== USO EN SALA Y SALA DE LECTURA ====="
               DISPLAY "1. REGISTRAR USO EN SALA (ESCANEO)"
               DISPLAY "2. FIRMA DE SALIDA A LA SALA (COLECCION "
                       "ESPECIAL)"
               DISPLAY "3. FIRMA DE REGRESO DE LA SALA"
               DISPLAY "4. CONTROL DE CIERRE (SIN FIRMA DE REGRESO)"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-REGISTRAR-USO
                                  THRU 020-REGISTRAR-USO-EXIT
                   WHEN 2 PERFORM 030-FIRMAR-SALIDA
                                  THRU 030-FIRMAR-SALIDA-EXIT
                   WHEN 3 PERFORM 040-FIRMAR-REGRESO
                                  THRU 040-FIRMAR-REGRESO-EXIT
                   WHEN 4 PERFORM 050-CONTROL-CIERRE
                                  THRU 050-CONTROL-CIERRE-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *ESCANEO CONTINUO DE LIBRO-ID LEVANTADOS DE LAS MESAS: CADA
      *UNO SUMA UN USO EN SALA. CERO TERMINA.
       020-REGISTRAR-USO.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               GO TO 020-REGISTRAR-USO-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-ESCANEOS.
           DISPLAY "ESCANEE LOS LIBRO-ID (0 = TERMINAR).".
           MOVE 1 TO WS-LIBRO-ID.
           PERFORM UNTIL WS-LIBRO-ID = ZEROS
               DISPLAY "LIBRO-ID: " WITH NO ADVANCING
               MOVE ZEROS TO WS-LIBRO-ID
               ACCEPT WS-LIBRO-ID
               IF WS-LIBRO-ID NOT = ZEROS
                   PERFORM 025-ANOTAR-ESCANEO
               END-IF
           END-PERFORM.
           CLOSE REG-LIBROS.
           DISPLAY WS-CANT-ESCANEOS " USOS EN SALA REGISTRADOS.".
       020-REGISTRAR-USO-EXIT.
           EXIT.

       025-ANOTAR-ESCANEO.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB
               DISPLAY "  NO EXISTE EN EL CATALOGO."
           ELSE
               IF TITULO-FUERA-DE-USO
                   DISPLAY "  TITULO EN " ESTADO-STATUS
                           ": NO SE ANOTA."
               ELSE
                   MOVE "E"   TO WS-USO-ORIGEN
                   MOVE ZEROS TO WS-SOCIO-ID
                   PERFORM 080-GRABAR-USO
                   ADD 1 TO WS-CANT-ESCANEOS
                   DISPLAY "  " NOMBRE-STATUS (1:40)
               END-IF
           END-IF.

      *FIRMA DE SALIDA A LA SALA: SOLO COLECCION ESPECIAL, SOCIO NO
      *SUSPENDIDO Y CON EJEMPLARES SIN FIRMA ABIERTA. LA FIRMA
      *TAMBIEN CUENTA COMO UN USO EN SALA.
       030-FIRMAR-SALIDA.
           DISPLAY "SOCIO: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-SOCIO-ID.
           ACCEPT WS-SOCIO-ID.
           IF WS-SOCIO-ID = ZEROS
               GO TO 030-FIRMAR-SALIDA-EXIT
           END-IF.
           PERFORM 072-LEER-SOCIO THRU 072-LEER-SOCIO-EXIT.
           IF NOT SOCIO-HALLADO
               DISPLAY "EL SOCIO NO EXISTE."
               GO TO 030-FIRMAR-SALIDA-EXIT
           END-IF.
           DISPLAY "SOCIO: " WS-NOMBRE-SOCIO.
           IF SOCIO-SUSPENDIDO
               DISPLAY "EL SOCIO ESTA SUSPENDIDO: NO PUEDE RETIRAR "
                       "MATERIAL DE LA COLECCION ESPECIAL."
               GO TO 030-FIRMAR-SALIDA-EXIT
           END-IF.
           DISPLAY "LIBRO-ID: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-LIBRO-ID.
           ACCEPT WS-LIBRO-ID.
           IF WS-LIBRO-ID = ZEROS
               GO TO 030-FIRMAR-SALIDA-EXIT
           END-IF.
           OPEN INPUT REG-LIBROS.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           IF NOT F-NOEXISTE-LIB
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
           IF NOT ESTA-REG-LIB
               DISPLAY "EL LIBRO NO EXISTE EN EL CATALOGO."
               CLOSE REG-LIBROS
               GO TO 030-FIRMAR-SALIDA-EXIT
           END-IF.
           DISPLAY "TITULO: " NOMBRE-STATUS (1:50).
           IF TITULO-FUERA-DE-USO
               DISPLAY "TITULO EN " ESTADO-STATUS ": NO SE FIRMA."
               CLOSE REG-LIBROS
               GO TO 030-FIRMAR-SALIDA-EXIT
           END-IF.
           MOVE CANTIDAD-EJEMPLARES-STATUS TO WS-CANT-EJEMPLARES.
           PERFORM 070-VERIFICAR-COLECCION
                   THRU 070-VERIFICAR-COLECCION-EXIT.
           CLOSE REG-LIBROS.
           IF NOT COLECCION-ESPECIAL
               DISPLAY "NO ES COLECCION ESPECIAL: SE REGISTRA EL "
                       "USO CON LA OPCION 1."
               GO TO 030-FIRMAR-SALIDA-EXIT
           END-IF.
           PERFORM 090-ABRIR-FIRMAS.
           PERFORM 075-CONTAR-AFUERA THRU 075-CONTAR-AFUERA-EXIT.
           IF WS-CANT-EJEMPLARES > ZEROS
               AND WS-CANT-AFUERA NOT < WS-CANT-EJEMPLARES
               DISPLAY "LOS " WS-CANT-EJEMPLARES
                       " EJEMPLARES YA ESTAN FIRMADOS EN LA SALA."
               CLOSE SALA-FIRMAS
               GO TO 030-FIRMAR-SALIDA-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           INITIALIZE DATOS-FIRMA.
           MOVE WS-LIBRO-ID           TO SAL-LIBRO-ID.
           MOVE WS-FECHA-HOY          TO SAL-FECHA.
           MOVE WS-HORA-ACTUAL (1:6)  TO SAL-HORA-SALIDA.
           MOVE WS-SOCIO-ID           TO SAL-SOCIO-ID.
           MOVE WS-SUCURSAL           TO SAL-SUCURSAL.
           MOVE ZEROS                 TO SAL-HORA-REGRESO.
           SET SAL-AFUERA TO TRUE.
           WRITE DATOS-FIRMA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA FIRMA DE SALIDA."
                   MOVE "SALA-FIRMAS.DAT" TO WS-ARCHIVO-ERROR
                   MOVE FS-FIRMAS         TO WS-STATUS-ERROR
                   PERFORM REGISTRAR-ERROR-CENTRAL
           END-WRITE.
           CLOSE SALA-FIRMAS.
           IF ESTA-FIRMA
               MOVE "S" TO WS-USO-ORIGEN
               PERFORM 080-GRABAR-USO
               DISPLAY "SALIDA A LA SALA FIRMADA A LAS "
                       WS-HORA-ACTUAL (1:2) ":" WS-HORA-ACTUAL (3:2)
                       "."
           END-IF.
       030-FIRMAR-SALIDA-EXIT.
           EXIT.

      *FIRMA DE REGRESO: CIERRA LA FIRMA ABIERTA DEL LIBRO. SI HAY
      *MAS DE UN EJEMPLAR AFUERA HACE FALTA EL SOCIO PARA ELEGIR.
       040-FIRMAR-REGRESO.
           DISPLAY "LIBRO-ID: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-LIBRO-ID.
           ACCEPT WS-LIBRO-ID.
           IF WS-LIBRO-ID = ZEROS
               GO TO 040-FIRMAR-REGRESO-EXIT
           END-IF.
           DISPLAY "SOCIO (ENTER = EL UNICO FIRMADO): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-SOCIO-ID.
           ACCEPT WS-SOCIO-ID.
           PERFORM 090-ABRIR-FIRMAS.
           PERFORM 075-CONTAR-AFUERA THRU 075-CONTAR-AFUERA-EXIT.
           IF WS-CANT-AFUERA = ZEROS
               DISPLAY "NO HAY FIRMA DE SALIDA ABIERTA PARA ESE "
                       "LIBRO."
               CLOSE SALA-FIRMAS
               GO TO 040-FIRMAR-REGRESO-EXIT
           END-IF.
           IF WS-CANT-AFUERA > 1 AND WS-SOCIO-ID = ZEROS
               DISPLAY "HAY " WS-CANT-AFUERA " EJEMPLARES FIRMADOS: "
                       "INDIQUE EL SOCIO."
               CLOSE SALA-FIRMAS
               GO TO 040-FIRMAR-REGRESO-EXIT
           END-IF.
           MOVE WS-CLAVE-HALLADA TO SAL-CLAVE.
           READ SALA-FIRMAS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-FIRMA
               DISPLAY "ERROR AL LEER LA FIRMA DE SALIDA."
               CLOSE SALA-FIRMAS
               GO TO 040-FIRMAR-REGRESO-EXIT
           END-IF.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE WS-HORA-ACTUAL (1:6) TO SAL-HORA-REGRESO.
           SET SAL-DEVUELTO TO TRUE.
           REWRITE DATOS-FIRMA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA FIRMA DE REGRESO."
                   MOVE "SALA-FIRMAS.DAT" TO WS-ARCHIVO-ERROR
                   MOVE FS-FIRMAS         TO WS-STATUS-ERROR
                   PERFORM REGISTRAR-ERROR-CENTRAL
           END-REWRITE.
           IF ESTA-FIRMA
               DISPLAY "REGRESO FIRMADO: SOCIO " SAL-SOCIO-ID
                       " SALIDA " SAL-HORA-SALIDA (1:2) ":"
                       SAL-HORA-SALIDA (3:2) " REGRESO "
                       SAL-HORA-REGRESO (1:2) ":"
                       SAL-HORA-REGRESO (3:2) "."
           END-IF.
           CLOSE SALA-FIRMAS.
       040-FIRMAR-REGRESO-EXIT.
           EXIT.

      *CONTROL DE CIERRE: TODA FIRMA DE SALIDA SIN REGRESO, DE HOY O
      *DE DIAS ANTERIORES, EN PANTALLA Y EN SALA-PENDIENTES.LST.
       050-CONTROL-CIERRE.
           OPEN INPUT SALA-FIRMAS.
           IF F-NOEXISTE-FIR
               DISPLAY "NO HAY FIRMAS DE SALA REGISTRADAS."
               CLOSE SALA-FIRMAS
               GO TO 050-CONTROL-CIERRE-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE ZEROS TO WS-CANT-PENDIENTES.
           OPEN INPUT REG-LIBROS.
           OPEN OUTPUT REPORTE-PEN.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SALA DE LECTURA - SIN FIRMA DE REGRESO AL "
                                       DELIMITED BY SIZE
                   WS-FECHA-HOY        DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WS-HORA-ACTUAL (1:2) DELIMITED BY SIZE
                   ":"                 DELIMITED BY SIZE
                   WS-HORA-ACTUAL (3:2) DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ID    |TITULO              |SOCIO |NOMBRE"
                   TO LINEA-REPORTE.
           MOVE "|FECHA   |SALIDA|SUC" TO LINEA-REPORTE (49:21).
           WRITE LINEA-REPORTE.
           DISPLAY " ".
           DISPLAY "===== SIN FIRMA DE REGRESO =====".
           MOVE LOW-VALUES TO SAL-CLAVE.
           START SALA-FIRMAS KEY IS NOT LESS THAN SAL-CLAVE
               INVALID KEY SET FIN-FIRMAS TO TRUE
           END-START.
           IF NOT FIN-FIRMAS
               READ SALA-FIRMAS NEXT RECORD AT END
                   SET FIN-FIRMAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-FIRMAS
               IF SAL-AFUERA
                   PERFORM 055-ESCRIBIR-PENDIENTE
               END-IF
               READ SALA-FIRMAS NEXT RECORD AT END
                   SET FIN-FIRMAS TO TRUE END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PENDIENTES: "       DELIMITED BY SIZE
                   WS-CANT-PENDIENTES  DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-PEN.
           CLOSE REG-LIBROS.
           CLOSE SALA-FIRMAS.
           IF WS-CANT-PENDIENTES = ZEROS
               DISPLAY "TODO EL MATERIAL DE SALA ESTA FIRMADO DE "
                       "REGRESO."
           ELSE
               DISPLAY WS-CANT-PENDIENTES " EJEMPLARES SIN FIRMA DE "
                       "REGRESO (SALA-PENDIENTES.LST)."
           END-IF.
       050-CONTROL-CIERRE-EXIT.
           EXIT.

       055-ESCRIBIR-PENDIENTE.
           ADD 1 TO WS-CANT-PENDIENTES.
           MOVE SPACES TO WS-TITULO.
           IF NOT F-NOEXISTE-LIB
               MOVE SAL-LIBRO-ID TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-LIB
                   MOVE NOMBRE-STATUS TO WS-TITULO
               END-IF
           END-IF.
           MOVE SAL-SOCIO-ID TO WS-SOCIO-ID.
           PERFORM 072-LEER-SOCIO THRU 072-LEER-SOCIO-EXIT.
           IF SAL-FECHA < WS-FECHA-HOY
               MOVE "ANTERIOR" TO WS-ANTERIOR
           ELSE
               MOVE SPACES TO WS-ANTERIOR
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING SAL-LIBRO-ID          DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   WS-TITULO (1:20)     DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   SAL-SOCIO-ID         DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   WS-NOMBRE-SOCIO (1:20) DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   SAL-FECHA            DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   SAL-HORA-SALIDA (1:2) DELIMITED BY SIZE
                   ":"                  DELIMITED BY SIZE
                   SAL-HORA-SALIDA (3:2) DELIMITED BY SIZE
                   " |"                 DELIMITED BY SIZE
                   SAL-SUCURSAL         DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-ANTERIOR          DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY SAL-LIBRO-ID " " WS-TITULO (1:20) " SOCIO "
                   SAL-SOCIO-ID " " WS-NOMBRE-SOCIO (1:20) " "
                   SAL-HORA-SALIDA (1:2) ":" SAL-HORA-SALIDA (3:2)
                   " " SAL-SUCURSAL " " WS-ANTERIOR.

      *COLECCION ESPECIAL: LA CATEGORIA DEL TITULO (YA LEIDO) ES LA
      *DE HISTORIA LOCAL O SU POLITICA DICE QUE NO CIRCULA.
       070-VERIFICAR-COLECCION.
           MOVE "N" TO WS-COLECCION-ESPECIAL.
           IF CATEGORIA-STATUS = COLECCION-HISTORIA-LOCAL
               MOVE "S" TO WS-COLECCION-ESPECIAL
               GO TO 070-VERIFICAR-COLECCION-EXIT
           END-IF.
           OPEN INPUT POLITICAS.
           IF F-NOEXISTE-POL
               CLOSE POLITICAS
               GO TO 070-VERIFICAR-COLECCION-EXIT
           END-IF.
           MOVE CATEGORIA-STATUS TO POL-CATEGORIA.
           READ POLITICAS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-POLITICA AND POLITICA-NO-CIRCULA
               MOVE "S" TO WS-COLECCION-ESPECIAL
           END-IF.
           CLOSE POLITICAS.
       070-VERIFICAR-COLECCION-EXIT.
           EXIT.

       072-LEER-SOCIO.
           MOVE "N"    TO WS-SOCIO-HALLADO.
           MOVE "N"    TO WS-SOCIO-SUSP.
           MOVE SPACES TO WS-NOMBRE-SOCIO.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-SOCIOS
               GO TO 072-LEER-SOCIO-EXIT
           END-IF.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE WS-SOCIO-ID TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-REG-SOC
               MOVE "S" TO WS-SOCIO-HALLADO
               MOVE SOCIO-NOMBRE-STATUS TO WS-NOMBRE-SOCIO
               IF SOCIO-ESTA-SUSPENDIDO
                   MOVE "S" TO WS-SOCIO-SUSP
               END-IF
           END-IF.
           CLOSE REG-SOCIOS.
       072-LEER-SOCIO-EXIT.
           EXIT.

      *CUENTA LAS FIRMAS ABIERTAS DE WS-LIBRO-ID (DEL SOCIO, SI SE
      *INDICO) Y GUARDA LA CLAVE DE LA PRIMERA. SALA-FIRMAS ABIERTO.
       075-CONTAR-AFUERA.
           MOVE ZEROS  TO WS-CANT-AFUERA.
           MOVE SPACES TO WS-CLAVE-HALLADA.
           MOVE WS-LIBRO-ID TO SAL-LIBRO-ID.
           MOVE ZEROS TO SAL-FECHA.
           MOVE ZEROS TO SAL-HORA-SALIDA.
           START SALA-FIRMAS KEY IS NOT LESS THAN SAL-CLAVE
               INVALID KEY GO TO 075-CONTAR-AFUERA-EXIT
           END-START.
           READ SALA-FIRMAS NEXT RECORD AT END
               SET FIN-FIRMAS TO TRUE END-READ.
           PERFORM UNTIL FIN-FIRMAS OR SAL-LIBRO-ID NOT = WS-LIBRO-ID
               IF SAL-AFUERA
                   AND (WS-SOCIO-ID = ZEROS
                       OR SAL-SOCIO-ID = WS-SOCIO-ID)
                   ADD 1 TO WS-CANT-AFUERA
                   IF WS-CANT-AFUERA = 1
                       MOVE SAL-CLAVE TO WS-CLAVE-HALLADA
                   END-IF
               END-IF
               READ SALA-FIRMAS NEXT RECORD AT END
                   SET FIN-FIRMAS TO TRUE END-READ
           END-PERFORM.
       075-CONTAR-AFUERA-EXIT.
           EXIT.

      *AGREGA UNA LINEA A USO-EN-SALA.DAT PARA WS-LIBRO-ID CON EL
      *ORIGEN Y SOCIO QUE DEJO EL LLAMADOR.
       080-GRABAR-USO.
           OPEN EXTEND USO-SALA.
           IF F-NOEXISTE-USO
               CLOSE USO-SALA
               OPEN OUTPUT USO-SALA
           END-IF.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE WS-LIBRO-ID          TO USO-LIBRO-ID.
           ACCEPT USO-FECHA FROM DATE YYYYMMDD.
           MOVE WS-HORA-ACTUAL (1:4) TO USO-HORA.
           MOVE WS-SUCURSAL          TO USO-SUCURSAL.
           MOVE WS-USO-ORIGEN        TO USO-ORIGEN.
           MOVE WS-SOCIO-ID          TO USO-SOCIO-ID.
           WRITE LINEA-USO-SALA.
           CLOSE USO-SALA.

       090-ABRIR-FIRMAS.
           OPEN I-O SALA-FIRMAS.
           IF F-NOEXISTE-FIR
               CLOSE SALA-FIRMAS
               OPEN OUTPUT SALA-FIRMAS
               CLOSE SALA-FIRMAS
               OPEN I-O SALA-FIRMAS
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "SALA-LECTURA "    DELIMITED BY SIZE
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
       END PROGRAM SALA-LECTURA.
