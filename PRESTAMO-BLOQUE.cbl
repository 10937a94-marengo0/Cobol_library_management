       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PRESTAMO-BLOQUE.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *PRESTAMO EN BLOQUE A ESCUELAS E INSTITUCIONES: EL DOCENTE
      *QUE SE LLEVABA 25 O 30 LIBROS PARA LA BIBLIOTECA DEL AULA
      *POR TODO UN PERIODO HACIA 30 PRESTAR-LIBRO SUELTOS, CADA UNO
      *CON EL VENCIMIENTO COMUN Y CONTADO CONTRA SU CUPO. ESTE
      *PROGRAMA LLEVA EL BLOQUE COMO UNA SOLA OPERACION: CABECERA EN
      *BLOQUES-PRESTAMO.DAT (NUMERO DE BLOQUES.NUM, SOCIO DE CLASE
      *"I" INSTITUCION O "D" DOCENTE, CODIGO DE CURSO DE STU-REC EN
      *STUDENTS.DAT, UN VENCIMIENTO UNICO DE PERIODO CORRIDO A DIA
      *ABIERTO Y CUANTOS LIBROS QUEDAN AFUERA) Y UN RENGLON POR
      *LIBRO-ID EN BLOQUES-DETALLE.DAT. SALE UNA SOLA BOLETA CON
      *TODOS LOS TITULOS EN BOLETA-BLOQUE.LST. LA DEVOLUCION SE HACE
      *POR BLOQUE Y DEJA LA LISTA DE LO QUE TODAVIA FALTA EN
      *BLOQUE-FALTANTES.LST. COMO NO PASA POR REG-PRESTAMOS.DAT NO
      *CUENTA CONTRA EL CUPO DE PRESTAMOS DEL SOCIO; EL CATALOGO Y
      *LAS EXISTENCIAS DE LA SEDE SE DESCUENTAN Y RESTAURAN IGUAL
      *QUE EN PREST-INTERBIB. EST-CIRCULACION LO INFORMA APARTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUES ASSIGN TO "BLOQUES-PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-NUMERO
               FILE STATUS IS FS-BLOQUES.

           SELECT BLOQUES-DETALLE ASSIGN TO "BLOQUES-DETALLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLD-CLAVE
               FILE STATUS IS FS-DETALLE.

           SELECT BLQ-NUMERADOR ASSIGN TO "BLOQUES.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.

      *VISTA PARCIAL DE LA FICHA DE ENTIDADES: NOMBRE, SUSPENSION Y
      *CLASE DE SOCIO.
           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *FICHERO DE ESTUDIANTES (STU-REC), SOLO PARA VALIDAR EL CODIGO
      *DE CURSO.
           SELECT STUDENTS-RECORD ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STUDENTS.

      *VISTA PARCIAL DEL CATALOGO: TITULO Y CONTADORES.
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

      *EXISTENCIAS POR SUCURSAL (REGISTROLIBROS/TRANSFIERE-LIBROS).
           SELECT EXISTENCIAS-SUC ASSIGN TO "EXISTENCIAS-SUC.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXI-CLAVE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-EXISTENCIAS.

           SELECT CALENDARIO-CIERRE
               ASSIGN TO "CALENDARIO-CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

           SELECT BOLETA ASSIGN TO "BOLETA-BLOQUE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOLETA.

           SELECT FALTANTES ASSIGN TO "BLOQUE-FALTANTES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FALTANTES.

           SELECT REPORTE-ABI ASSIGN TO "BLOQUES-ABIERTOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *JORNAL DE IMAGENES POSTERIORES (JORNAL-DIARIO.DAT): CADA
      *ACTUALIZACION DE UN MAESTRO DEJA SU IMAGEN PARA QUE
      *REPONE-JORNAL PUEDA REAPLICAR EL DIA SOBRE LA GENERACION
      *RESTAURADA DE ANOCHE, MISMO ESQUEMA QUE REGISTROLIBROS.
           SELECT JORNAL-DIARIO ASSIGN TO "JORNAL-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD BLOQUES.
       01 DATOS-BLOQUE.
           05 BLQ-NUMERO              PIC 9(6).
           05 BLQ-SOCIO-ID            PIC 9(6).
      *CLASE DEL SOCIO AL PRESTAR: "I" INSTITUCION, "D" DOCENTE.
           05 BLQ-CLASE               PIC X(1).
           05 BLQ-CURSO               PIC X(4).
           05 BLQ-FECHA-SALIDA        PIC 9(8).
           05 BLQ-FECHA-VENCIMIENTO   PIC 9(8).
           05 BLQ-FECHA-CIERRE        PIC 9(8).
           05 BLQ-CANT-LIBROS         PIC 9(3).
           05 BLQ-CANT-PENDIENTES     PIC 9(3).
           05 BLQ-ESTADO              PIC X(1).
               88 BLQ-ABIERTO         VALUE "A".
               88 BLQ-CERRADO         VALUE "C".
           05 BLQ-SUCURSAL            PIC X(3).

      *UN RENGLON POR EJEMPLAR DEL BLOQUE (EL MISMO LIBRO-ID PUEDE
      *IR MAS DE UNA VEZ SI SE LLEVAN VARIOS EJEMPLARES).
       FD BLOQUES-DETALLE.
       01 DATOS-BLOQUE-DETALLE.
           05 BLD-CLAVE.
               10 BLD-NUMERO          PIC 9(6).
               10 BLD-RENGLON         PIC 9(3).
           05 BLD-LIBRO-ID            PIC 9(6).
           05 BLD-FECHA-SALIDA        PIC 9(8).
           05 BLD-ESTADO              PIC X(1).
               88 BLD-PENDIENTE       VALUE "P".
               88 BLD-DEVUELTO        VALUE "D".
           05 BLD-FECHA-DEVOLUCION    PIC 9(8).

       FD BLQ-NUMERADOR.
       01 LINEA-NUMERADOR             PIC 9(6).

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
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(11).
      *CLASE DE SOCIO (MANT-CLASES).
           05 SOCIO-CLASE-STATUS      PIC X(01).
               88 SOCIO-INSTITUCION   VALUE "I" "i".
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

       FD EXISTENCIAS-SUC.
       01 DATOS-EXISTENCIA.
           05 EXI-CLAVE.
               10 EXI-LIBRO-ID            PIC 9(6).
               10 EXI-SUCURSAL            PIC X(3).
           05 EXI-CANTIDAD                PIC 9(3).
           05 EXI-DISPONIBLES             PIC 9(3).

       FD CALENDARIO-CIERRE.
       01 LINEA-CALENDARIO.
           05 CAL-TIPO                PIC X(1).
               88 CAL-ES-SEMANAL      VALUE "S".
               88 CAL-ES-FERIADO      VALUE "F".
           05 CAL-DIA                 PIC 9(1).
           05 CAL-FECHA               PIC 9(8).

       FD BOLETA.
       01 LINEA-BOLETA                PIC X(80).

       FD FALTANTES.
       01 LINEA-FALTANTE              PIC X(80).

       FD REPORTE-ABI.
       01 LINEA-REPORTE               PIC X(80).

       FD JORNAL-DIARIO.
       01 LINEA-JORNAL.
           05 JRN-FECHA               PIC 9(8).
           05 JRN-HORA                PIC 9(8).
           05 JRN-ARCHIVO             PIC X(20).
      *W=ALTA, R=MODIFICACION, D=BAJA.
           05 JRN-OPERACION           PIC X(1).
           05 JRN-REGISTRO            PIC X(512).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-BLOQUES               PIC XX.
           88 ESTA-BLOQUE          VALUE "00" "02".
           88 FIN-BLOQUES          VALUE "10".
           88 F-NOEXISTE-BLQ       VALUE "35".

       77 FS-DETALLE               PIC XX.
           88 ESTA-DETALLE         VALUE "00" "02".
           88 FIN-DETALLE          VALUE "10".
           88 F-NOEXISTE-BLD       VALUE "35".

       77 FS-NUMERADOR             PIC XX.
           88 F-NOEXISTE-NUM       VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-STUDENTS              PIC XX.
           88 FIN-STUDENTS         VALUE "10".
           88 F-NOEXISTE-STU       VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-EXISTENCIAS           PIC XX.
           88 F-NOEXISTE-EXI       VALUE "35".

       77 FS-CALENDARIO            PIC XX.
           88 FIN-CALENDARIO       VALUE "10".
           88 F-NOEXISTE-CAL       VALUE "35".

       77 FS-BOLETA                PIC XX.
           88 F-NOEXISTE-BOL       VALUE "05" "35".

       77 FS-FALTANTES             PIC XX.
           88 F-NOEXISTE-FAL       VALUE "05" "35".

       77 FS-REPORTE               PIC XX.
           88 ESTA-REPORTE         VALUE "00" "02".

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

       77 FS-JORNAL                PIC XX.
           88 F-NOEXISTE-JRN       VALUE "05" "35".
       77 WS-JRN-OPERACION         PIC X VALUE SPACES.

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
       77 WS-NUMERO                PIC 9(6) VALUE ZEROS.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-NOMBRE-SOCIO          PIC X(40) VALUE SPACES.
       77 WS-CLASE-SOCIO           PIC X(1) VALUE SPACE.
       77 WS-CURSO                 PIC X(4) VALUE SPACES.
       77 WS-CURSO-VALIDO          PIC X VALUE "N".
           88 CURSO-VALIDO         VALUE "S".
       77 WS-FECHA-VENC            PIC 9(8) VALUE ZEROS.
       77 WS-LIBRO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-CONFIRMA              PIC X VALUE "N".
       77 WS-TITULO                PIC X(60) VALUE SPACES.
       77 WS-CANT-ABIERTOS         PIC 9(4) VALUE ZEROS.
       77 WS-CANT-DEVUELTOS        PIC 9(3) VALUE ZEROS.
       77 WS-RENGLON-HALLADO       PIC X VALUE "N".
           88 RENGLON-HALLADO      VALUE "S".
       77 WS-MARCA-VENCIDO         PIC X(8) VALUE SPACES.

      *LIBROS DEL BLOQUE QUE SE ESTA ARMANDO: SE VALIDAN UNO A UNO
      *CONTRA EL CATALOGO Y RECIEN AL CONFIRMAR SE DESCUENTAN.
       77 MAX-LIBROS-BLOQUE        PIC 9(3) VALUE 40.
       01 TABLA-BLOQUE.
           05 TBL-ENT OCCURS 40 TIMES.
               10 TBL-LIBRO-ID     PIC 9(6).
       77 WS-CANT-TABLA            PIC 9(3) VALUE ZEROS.
       77 WS-IND                   PIC 9(3) VALUE ZEROS.
       77 WS-YA-ELEGIDOS           PIC 9(3) VALUE ZEROS.

      *AJUSTE DE EXISTENCIAS DE LA SEDE, MISMO ESQUEMA QUE
      *PREST-INTERBIB.
       77 SUCURSAL-SEDE            PIC X(3) VALUE "SED".
       77 AUX-EXI-DELTA-DISP       PIC S9(3) VALUE ZEROS.
       77 AUX-EXI-NUEVO-DISP       PIC S9(4) VALUE ZEROS.

       77 WS-CANT-GRABADOS         PIC 9(3) VALUE ZEROS.
      *LIBRO-ID QUE SE INGRESA PARA DEVOLVER DE UNA VEZ TODO LO QUE
      *QUEDA PENDIENTE DEL BLOQUE (FIN DE PERIODO).
       77 DEVOLVER-TODO            PIC 9(6) VALUE 999999.
       77 AUX-EXI-LIBRO-ID         PIC 9(6) VALUE ZEROS.
       77 WS-SOCIO-HALLADO         PIC X VALUE "N".
           88 SOCIO-HALLADO        VALUE "S".
       77 WS-SOCIO-SUSP            PIC X VALUE "N".
           88 SOCIO-SUSPENDIDO     VALUE "S".
       77 WS-CLASE-LEIDA           PIC X(1) VALUE SPACE.

      *CALENDARIO DE DIAS CERRADOS Y CALCULO DE FECHAS: MISMAS
      *RUTINAS QUE REGISTROLIBROS.CBL.
       77 AUX-CALENDARIO-CARGADO   PIC X VALUE "N".
           88 CALENDARIO-CARGADO   VALUE "S".
       01 TABLA-CIERRE-SEMANAL.
           05 DIA-CERRADO OCCURS 7 TIMES PIC X.
       77 MAX-FERIADOS             PIC 9(3) VALUE 200.
       01 TABLA-FERIADOS.
           05 FERIADO-FECHA OCCURS 200 TIMES PIC 9(8).
       77 AUX-CANT-FERIADOS        PIC 9(3) VALUE ZEROS.
       77 AUX-IND-CAL              PIC 9(3) VALUE ZEROS.
       77 AUX-DIA-SEMANA           PIC 9(1) VALUE ZEROS.
       77 AUX-DIA-ES-CERRADO       PIC X VALUE "N".
           88 DIA-ES-CERRADO       VALUE "S".
       77 AUX-CORRIMIENTOS         PIC 9(2) VALUE ZEROS.
       77 AUX-FECHA-CALC           PIC 9(8) VALUE ZEROS.
       77 AUX-ANIO-CALC            PIC 9(4) VALUE ZEROS.
       77 AUX-MES-CALC             PIC 99 VALUE ZEROS.
       77 AUX-DIA-CALC             PIC 99 VALUE ZEROS.
       77 AUX-DIAS-DEL-MES         PIC 99 VALUE ZEROS.
       77 AUX-BISIESTO             PIC X VALUE "N".
           88 ES-BISIESTO          VALUE "S".
       77 AUX-COCIENTE-BISIESTO    PIC 9(4) VALUE ZEROS.
       77 AUX-RESTO-BISIESTO       PIC 9(3) VALUE ZEROS.
       77 AUX-ZEL-MES              PIC 9(2) VALUE ZEROS.
       77 AUX-ZEL-ANIO             PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-T13              PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-T5               PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-A4               PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-A100             PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-A400             PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-DIA              PIC 9(2) VALUE ZEROS.
       77 AUX-ZEL-SUMA             PIC 9(6) VALUE ZEROS.
       77 AUX-ZEL-COCIENTE         PIC 9(6) VALUE ZEROS.
       77 AUX-ZEL-RESTO            PIC 9(1) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== PRESTAMO EN BLOQUE A INSTITUCIONES ====="
               DISPLAY "1. PRESTAR UN BLOQUE DE LIBROS"
               DISPLAY "2. DEVOLUCION POR BLOQUE"
               DISPLAY "3. LISTA DE FALTANTES DE UN BLOQUE"
               DISPLAY "4. REIMPRIMIR LA BOLETA DE UN BLOQUE"
               DISPLAY "5. REPORTE DE BLOQUES ABIERTOS"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 030-PRESTAR-BLOQUE
                                  THRU 030-PRESTAR-BLOQUE-EXIT
                   WHEN 2 PERFORM 040-DEVOLVER-BLOQUE
                                  THRU 040-DEVOLVER-BLOQUE-EXIT
                   WHEN 3 PERFORM 050-FALTANTES-BLOQUE
                                  THRU 050-FALTANTES-BLOQUE-EXIT
                   WHEN 4 PERFORM 058-REIMPRIMIR-BOLETA
                                  THRU 058-REIMPRIMIR-BOLETA-EXIT
                   WHEN 5 PERFORM 060-REPORTE-ABIERTOS
                                  THRU 060-REPORTE-ABIERTOS-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *ALTA DEL BLOQUE: SOCIO INSTITUCION O DOCENTE, CURSO, UN
      *VENCIMIENTO DE PERIODO Y LA LISTA DE LIBROS. LOS LIBROS SE
      *JUNTAN EN TABLA-BLOQUE Y RECIEN AL CONFIRMAR SE DESCUENTAN
      *DEL CATALOGO Y DE LAS EXISTENCIAS DE LA SEDE.
       030-PRESTAR-BLOQUE.
           DISPLAY "SOCIO (INSTITUCION O DOCENTE): " WITH NO ADVANCING.
           ACCEPT WS-SOCIO-ID.
           IF WS-SOCIO-ID = ZEROS
               GO TO 030-PRESTAR-BLOQUE-EXIT
           END-IF.
           PERFORM 070-VALIDAR-SOCIO THRU 070-VALIDAR-SOCIO-EXIT.
           IF WS-CLASE-SOCIO = SPACE
               GO TO 030-PRESTAR-BLOQUE-EXIT
           END-IF.
           DISPLAY "CODIGO DE CURSO: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CURSO.
           ACCEPT WS-CURSO.
           PERFORM 075-VALIDAR-CURSO THRU 075-VALIDAR-CURSO-EXIT.
           IF NOT CURSO-VALIDO
               GO TO 030-PRESTAR-BLOQUE-EXIT
           END-IF.
           DISPLAY "VENCIMIENTO DEL PERIODO (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-FECHA-VENC.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF WS-FECHA-VENC (5:2) < "01" OR WS-FECHA-VENC (5:2) > "12"
              OR WS-FECHA-VENC (7:2) < "01"
              OR WS-FECHA-VENC (7:2) > "31"
               DISPLAY "FECHA INVALIDA."
               GO TO 030-PRESTAR-BLOQUE-EXIT
           END-IF.
           IF WS-FECHA-VENC NOT > WS-FECHA-HOY
               DISPLAY "EL VENCIMIENTO DEBE SER POSTERIOR A HOY."
               GO TO 030-PRESTAR-BLOQUE-EXIT
           END-IF.
           MOVE WS-FECHA-VENC TO AUX-FECHA-CALC.
           PERFORM CORRER-A-DIA-ABIERTO.
           IF AUX-FECHA-CALC NOT = WS-FECHA-VENC
               DISPLAY "LA BIBLIOTECA ESTA CERRADA ESE DIA, VENCE EL "
                       AUX-FECHA-CALC "."
           END-IF.
           MOVE AUX-FECHA-CALC TO WS-FECHA-VENC.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               GO TO 030-PRESTAR-BLOQUE-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-TABLA.
           DISPLAY "INGRESE LOS LIBRO-ID DEL BLOQUE (0 TERMINA, "
                   "MAXIMO " MAX-LIBROS-BLOQUE ")."
           MOVE 1 TO WS-LIBRO-ID.
           PERFORM UNTIL WS-LIBRO-ID = ZEROS
                   OR WS-CANT-TABLA NOT < MAX-LIBROS-BLOQUE
               DISPLAY "LIBRO-ID: " WITH NO ADVANCING
               ACCEPT WS-LIBRO-ID
               IF WS-LIBRO-ID NOT = ZEROS
                   PERFORM 035-AGREGAR-A-TABLA
                           THRU 035-AGREGAR-A-TABLA-EXIT
               END-IF
           END-PERFORM.
           CLOSE REG-LIBROS.
           IF WS-CANT-TABLA = ZEROS
               DISPLAY "BLOQUE SIN LIBROS, NO SE REGISTRA."
               GO TO 030-PRESTAR-BLOQUE-EXIT
           END-IF.
           DISPLAY "CONFIRMA EL PRESTAMO DE " WS-CANT-TABLA
                   " LIBROS (S/N): " WITH NO ADVANCING.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "PRESTAMO EN BLOQUE CANCELADO."
               GO TO 030-PRESTAR-BLOQUE-EXIT
           END-IF.
           PERFORM 090-PROXIMO-NUMERO.
           PERFORM 095-ABRIR-BLOQUES.
           OPEN I-O REG-LIBROS.
           MOVE ZEROS TO WS-CANT-GRABADOS.
           PERFORM 037-GRABAR-RENGLON THRU 037-GRABAR-RENGLON-EXIT
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-TABLA.
           CLOSE REG-LIBROS.
           MOVE WS-NUMERO        TO BLQ-NUMERO.
           MOVE WS-SOCIO-ID      TO BLQ-SOCIO-ID.
           MOVE WS-CLASE-SOCIO   TO BLQ-CLASE.
           MOVE WS-CURSO         TO BLQ-CURSO.
           MOVE WS-FECHA-HOY     TO BLQ-FECHA-SALIDA.
           MOVE WS-FECHA-VENC    TO BLQ-FECHA-VENCIMIENTO.
           MOVE ZEROS            TO BLQ-FECHA-CIERRE.
           MOVE WS-CANT-GRABADOS TO BLQ-CANT-LIBROS.
           MOVE WS-CANT-GRABADOS TO BLQ-CANT-PENDIENTES.
           SET BLQ-ABIERTO       TO TRUE.
           MOVE SUCURSAL-SEDE    TO BLQ-SUCURSAL.
           IF WS-CANT-GRABADOS = ZEROS
               SET BLQ-CERRADO   TO TRUE
               MOVE WS-FECHA-HOY TO BLQ-FECHA-CIERRE
           END-IF.
           WRITE DATOS-BLOQUE
               INVALID KEY DISPLAY "ERROR AL GRABAR EL BLOQUE."
           END-WRITE.
           CLOSE BLOQUES-DETALLE.
           CLOSE BLOQUES.
           IF WS-CANT-GRABADOS = ZEROS
               DISPLAY "NINGUN LIBRO QUEDO DISPONIBLE, BLOQUE "
                       WS-NUMERO " ANULADO."
               GO TO 030-PRESTAR-BLOQUE-EXIT
           END-IF.
           PERFORM 120-IMPRIMIR-BOLETA THRU 120-IMPRIMIR-BOLETA-EXIT.
           DISPLAY "BLOQUE " WS-NUMERO " REGISTRADO CON "
                   WS-CANT-GRABADOS " LIBROS, VENCE " WS-FECHA-VENC
                   ". BOLETA EN BOLETA-BLOQUE.LST.".
       030-PRESTAR-BLOQUE-EXIT.
           EXIT.

      *VALIDA UN LIBRO-ID CONTRA EL CATALOGO (ABIERTO DE ENTRADA) Y
      *LO SUMA A LA TABLA; EL MISMO LIBRO PUEDE IR VARIAS VECES
      *MIENTRAS ALCANCEN LOS EJEMPLARES DISPONIBLES.
       035-AGREGAR-A-TABLA.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB
               DISPLAY "EL LIBRO NO EXISTE EN EL CATALOGO."
               GO TO 035-AGREGAR-A-TABLA-EXIT
           END-IF.
           MOVE ZEROS TO WS-YA-ELEGIDOS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-TABLA
               IF TBL-LIBRO-ID (WS-IND) = WS-LIBRO-ID
                   ADD 1 TO WS-YA-ELEGIDOS
               END-IF
           END-PERFORM.
           IF WS-YA-ELEGIDOS NOT < EJEMPLARES-DISPONIBLES-STATUS
               DISPLAY "NO QUEDAN EJEMPLARES DISPONIBLES DE ESE LIBRO."
               GO TO 035-AGREGAR-A-TABLA-EXIT
           END-IF.
           ADD 1 TO WS-CANT-TABLA.
           MOVE WS-LIBRO-ID TO TBL-LIBRO-ID (WS-CANT-TABLA).
           DISPLAY "  " WS-CANT-TABLA " " NOMBRE-STATUS.
       035-AGREGAR-A-TABLA-EXIT.
           EXIT.

      *DESCUENTA UN EJEMPLAR Y GRABA SU RENGLON. SE VUELVE A MIRAR
      *EL CATALOGO PORQUE ENTRE LA CARGA Y LA CONFIRMACION OTRO
      *PUESTO PUDO HABER PRESTADO EL ULTIMO EJEMPLAR.
       037-GRABAR-RENGLON.
           MOVE TBL-LIBRO-ID (WS-IND) TO WS-LIBRO-ID.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB
              OR EJEMPLARES-DISPONIBLES-STATUS = ZEROS
               DISPLAY "LIBRO " WS-LIBRO-ID " YA NO ESTA DISPONIBLE, "
                       "QUEDA FUERA DEL BLOQUE."
               GO TO 037-GRABAR-RENGLON-EXIT
           END-IF.
           SUBTRACT 1 FROM EJEMPLARES-DISPONIBLES-STATUS.
           REWRITE DATOS-LIBRO-STATUS END-REWRITE.
           MOVE "R" TO WS-JRN-OPERACION.
           PERFORM JORNAL-LIBRO.
           MOVE WS-LIBRO-ID TO AUX-EXI-LIBRO-ID.
           MOVE -1 TO AUX-EXI-DELTA-DISP.
           PERFORM 100-AJUSTAR-EXISTENCIA-SEDE.
           ADD 1 TO WS-CANT-GRABADOS.
           MOVE WS-NUMERO        TO BLD-NUMERO.
           MOVE WS-CANT-GRABADOS TO BLD-RENGLON.
           MOVE WS-LIBRO-ID      TO BLD-LIBRO-ID.
           MOVE WS-FECHA-HOY     TO BLD-FECHA-SALIDA.
           SET BLD-PENDIENTE     TO TRUE.
           MOVE ZEROS            TO BLD-FECHA-DEVOLUCION.
           WRITE DATOS-BLOQUE-DETALLE
               INVALID KEY DISPLAY "ERROR AL GRABAR EL RENGLON."
           END-WRITE.
       037-GRABAR-RENGLON-EXIT.
           EXIT.

      *DEVOLUCION POR BLOQUE: MUESTRA LO QUE FALTA, RECIBE LOS
      *LIBRO-ID QUE VUELVEN (O DEVOLVER-TODO PARA CERRAR EL PERIODO
      *DE UNA VEZ) Y DEJA LA LISTA ACTUALIZADA DE FALTANTES. EL
      *BLOQUE SE CIERRA CUANDO NO QUEDA NADA PENDIENTE.
       040-DEVOLVER-BLOQUE.
           DISPLAY "NUMERO DE BLOQUE: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           IF WS-NUMERO = ZEROS
               GO TO 040-DEVOLVER-BLOQUE-EXIT
           END-IF.
           PERFORM 055-LISTAR-FALTANTES THRU 055-LISTAR-FALTANTES-EXIT.
           OPEN I-O BLOQUES.
           IF F-NOEXISTE-BLQ
               CLOSE BLOQUES
               GO TO 040-DEVOLVER-BLOQUE-EXIT
           END-IF.
           MOVE WS-NUMERO TO BLQ-NUMERO.
           READ BLOQUES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-BLOQUE
               CLOSE BLOQUES
               GO TO 040-DEVOLVER-BLOQUE-EXIT
           END-IF.
           IF BLQ-CERRADO
               DISPLAY "ESE BLOQUE YA FUE DEVUELTO COMPLETO EL "
                       BLQ-FECHA-CIERRE "."
               CLOSE BLOQUES
               GO TO 040-DEVOLVER-BLOQUE-EXIT
           END-IF.
           OPEN I-O BLOQUES-DETALLE.
           IF F-NOEXISTE-BLD
               DISPLAY "NO SE ENCUENTRA EL DETALLE DE BLOQUES."
               MOVE "BLOQUES-DETALLE.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-DETALLE            TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE BLOQUES-DETALLE
               CLOSE BLOQUES
               GO TO 040-DEVOLVER-BLOQUE-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-CANT-DEVUELTOS.
           DISPLAY "LIBRO-ID DEVUELTO (0 TERMINA, " DEVOLVER-TODO
                   " DEVUELVE TODO LO PENDIENTE)."
           MOVE 1 TO WS-LIBRO-ID.
           PERFORM UNTIL WS-LIBRO-ID = ZEROS
                   OR BLQ-CANT-PENDIENTES = ZEROS
               DISPLAY "LIBRO-ID: " WITH NO ADVANCING
               ACCEPT WS-LIBRO-ID
               IF WS-LIBRO-ID NOT = ZEROS
                   PERFORM 045-DEVOLVER-LIBRO
                           THRU 045-DEVOLVER-LIBRO-EXIT
               END-IF
           END-PERFORM.
           IF BLQ-CANT-PENDIENTES = ZEROS
               SET BLQ-CERRADO TO TRUE
               MOVE WS-FECHA-HOY TO BLQ-FECHA-CIERRE
           END-IF.
           REWRITE DATOS-BLOQUE END-REWRITE.
           CLOSE BLOQUES-DETALLE.
           CLOSE BLOQUES.
           DISPLAY WS-CANT-DEVUELTOS " LIBROS DEVUELTOS.".
           IF BLQ-CERRADO
               DISPLAY "BLOQUE " WS-NUMERO " DEVUELTO COMPLETO, "
                       "CERRADO."
           ELSE
               PERFORM 055-LISTAR-FALTANTES
                       THRU 055-LISTAR-FALTANTES-EXIT
           END-IF.
       040-DEVOLVER-BLOQUE-EXIT.
           EXIT.

      *MARCA EL PRIMER RENGLON PENDIENTE CON ESE LIBRO-ID (O TODOS
      *LOS PENDIENTES SI SE PIDIO DEVOLVER-TODO).
       045-DEVOLVER-LIBRO.
           MOVE "N" TO WS-RENGLON-HALLADO.
           MOVE WS-NUMERO TO BLD-NUMERO.
           MOVE ZEROS     TO BLD-RENGLON.
           START BLOQUES-DETALLE KEY IS NOT LESS THAN BLD-CLAVE
               INVALID KEY SET FIN-DETALLE TO TRUE
           END-START.
           IF NOT FIN-DETALLE
               READ BLOQUES-DETALLE NEXT RECORD AT END
                   SET FIN-DETALLE TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-DETALLE OR BLD-NUMERO NOT = WS-NUMERO
                   OR RENGLON-HALLADO
               IF BLD-PENDIENTE
                  AND (WS-LIBRO-ID = DEVOLVER-TODO
                       OR BLD-LIBRO-ID = WS-LIBRO-ID)
                   PERFORM 047-MARCAR-DEVUELTO
                   IF WS-LIBRO-ID NOT = DEVOLVER-TODO
                       MOVE "S" TO WS-RENGLON-HALLADO
                   END-IF
               END-IF
               IF NOT RENGLON-HALLADO
                   READ BLOQUES-DETALLE NEXT RECORD AT END
                       SET FIN-DETALLE TO TRUE END-READ
               END-IF
           END-PERFORM.
           IF WS-LIBRO-ID NOT = DEVOLVER-TODO AND NOT RENGLON-HALLADO
               DISPLAY "ESE LIBRO NO ESTA PENDIENTE EN EL BLOQUE."
           END-IF.
       045-DEVOLVER-LIBRO-EXIT.
           EXIT.

      *RENGLON DEVUELTO: RESTAURA CATALOGO Y EXISTENCIAS DE LA SEDE
      *COMO LA DEVOLUCION "P" DE PREST-INTERBIB.
       047-MARCAR-DEVUELTO.
           SET BLD-DEVUELTO TO TRUE.
           MOVE WS-FECHA-HOY TO BLD-FECHA-DEVOLUCION.
           REWRITE DATOS-BLOQUE-DETALLE END-REWRITE.
           SUBTRACT 1 FROM BLQ-CANT-PENDIENTES.
           ADD 1 TO WS-CANT-DEVUELTOS.
           OPEN I-O REG-LIBROS.
           IF NOT F-NOEXISTE-LIB
               MOVE BLD-LIBRO-ID TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-LIB
                   IF EJEMPLARES-DISPONIBLES-STATUS <
                           CANTIDAD-EJEMPLARES-STATUS
                       ADD 1 TO EJEMPLARES-DISPONIBLES-STATUS
                   END-IF
                   REWRITE DATOS-LIBRO-STATUS END-REWRITE
                   MOVE "R" TO WS-JRN-OPERACION
                   PERFORM JORNAL-LIBRO
               END-IF
           END-IF.
           CLOSE REG-LIBROS.
           MOVE BLD-LIBRO-ID TO AUX-EXI-LIBRO-ID.
           MOVE 1 TO AUX-EXI-DELTA-DISP.
           PERFORM 100-AJUSTAR-EXISTENCIA-SEDE.
           DISPLAY "  RENGLON " BLD-RENGLON " LIBRO " BLD-LIBRO-ID
                   " DEVUELTO.".

       050-FALTANTES-BLOQUE.
           DISPLAY "NUMERO DE BLOQUE: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           IF WS-NUMERO = ZEROS
               GO TO 050-FALTANTES-BLOQUE-EXIT
           END-IF.
           PERFORM 055-LISTAR-FALTANTES THRU 055-LISTAR-FALTANTES-EXIT.
       050-FALTANTES-BLOQUE-EXIT.
           EXIT.

      *LISTA DE CONTROL DE LO QUE TODAVIA NO VOLVIO DEL BLOQUE
      *WS-NUMERO, EN PANTALLA Y EN BLOQUE-FALTANTES.LST.
       055-LISTAR-FALTANTES.
           OPEN INPUT BLOQUES.
           IF F-NOEXISTE-BLQ
               DISPLAY "NO HAY BLOQUES REGISTRADOS."
               CLOSE BLOQUES
               GO TO 055-LISTAR-FALTANTES-EXIT
           END-IF.
           MOVE WS-NUMERO TO BLQ-NUMERO.
           READ BLOQUES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-BLOQUE
               DISPLAY "NO EXISTE ESE BLOQUE."
               CLOSE BLOQUES
               GO TO 055-LISTAR-FALTANTES-EXIT
           END-IF.
           OPEN INPUT BLOQUES-DETALLE.
           IF F-NOEXISTE-BLD
               DISPLAY "NO SE ENCUENTRA EL DETALLE DE BLOQUES."
               CLOSE BLOQUES-DETALLE
               CLOSE BLOQUES
               GO TO 055-LISTAR-FALTANTES-EXIT
           END-IF.
           MOVE BLQ-SOCIO-ID TO WS-SOCIO-ID.
           PERFORM 072-LEER-SOCIO THRU 072-LEER-SOCIO-EXIT.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT REG-LIBROS.
           OPEN OUTPUT FALTANTES.
           MOVE SPACES TO LINEA-FALTANTE.
           STRING "BLOQUE "            DELIMITED BY SIZE
                   BLQ-NUMERO          DELIMITED BY SIZE
                   " - FALTANTES AL "  DELIMITED BY SIZE
                   WS-FECHA-HOY        DELIMITED BY SIZE
                   INTO LINEA-FALTANTE.
           PERFORM 057-ESCRIBIR-FALTANTE.
           MOVE SPACES TO LINEA-FALTANTE.
           STRING "SOCIO "             DELIMITED BY SIZE
                   BLQ-SOCIO-ID        DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WS-NOMBRE-SOCIO     DELIMITED BY SIZE
                   " CURSO "           DELIMITED BY SIZE
                   BLQ-CURSO           DELIMITED BY SIZE
                   INTO LINEA-FALTANTE.
           PERFORM 057-ESCRIBIR-FALTANTE.
           MOVE SPACES TO LINEA-FALTANTE.
           STRING "SALIDA "            DELIMITED BY SIZE
                   BLQ-FECHA-SALIDA    DELIMITED BY SIZE
                   " VENCE "           DELIMITED BY SIZE
                   BLQ-FECHA-VENCIMIENTO DELIMITED BY SIZE
                   INTO LINEA-FALTANTE.
           PERFORM 057-ESCRIBIR-FALTANTE.
           MOVE SPACES TO LINEA-FALTANTE.
           PERFORM 057-ESCRIBIR-FALTANTE.
           MOVE "    RENG LIBRO  TITULO" TO LINEA-FALTANTE.
           PERFORM 057-ESCRIBIR-FALTANTE.
           MOVE WS-NUMERO TO BLD-NUMERO.
           MOVE ZEROS     TO BLD-RENGLON.
           START BLOQUES-DETALLE KEY IS NOT LESS THAN BLD-CLAVE
               INVALID KEY SET FIN-DETALLE TO TRUE
           END-START.
           IF NOT FIN-DETALLE
               READ BLOQUES-DETALLE NEXT RECORD AT END
                   SET FIN-DETALLE TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-DETALLE OR BLD-NUMERO NOT = WS-NUMERO
               IF BLD-PENDIENTE
                   PERFORM 140-BUSCAR-TITULO
                   MOVE SPACES TO LINEA-FALTANTE
                   STRING "[ ] "       DELIMITED BY SIZE
                           BLD-RENGLON DELIMITED BY SIZE
                           "  "        DELIMITED BY SIZE
                           BLD-LIBRO-ID DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           WS-TITULO   DELIMITED BY SIZE
                           INTO LINEA-FALTANTE
                   PERFORM 057-ESCRIBIR-FALTANTE
               END-IF
               READ BLOQUES-DETALLE NEXT RECORD AT END
                   SET FIN-DETALLE TO TRUE END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-FALTANTE.
           PERFORM 057-ESCRIBIR-FALTANTE.
           MOVE SPACES TO LINEA-FALTANTE.
           STRING "FALTAN "            DELIMITED BY SIZE
                   BLQ-CANT-PENDIENTES DELIMITED BY SIZE
                   " DE "              DELIMITED BY SIZE
                   BLQ-CANT-LIBROS     DELIMITED BY SIZE
                   " LIBROS."          DELIMITED BY SIZE
                   INTO LINEA-FALTANTE.
           PERFORM 057-ESCRIBIR-FALTANTE.
           IF BLQ-ABIERTO AND WS-FECHA-HOY > BLQ-FECHA-VENCIMIENTO
               MOVE "*** BLOQUE VENCIDO ***" TO LINEA-FALTANTE
               PERFORM 057-ESCRIBIR-FALTANTE
           END-IF.
           CLOSE FALTANTES.
           CLOSE REG-LIBROS.
           CLOSE BLOQUES-DETALLE.
           CLOSE BLOQUES.
       055-LISTAR-FALTANTES-EXIT.
           EXIT.

       057-ESCRIBIR-FALTANTE.
           DISPLAY LINEA-FALTANTE.
           WRITE LINEA-FALTANTE.

       058-REIMPRIMIR-BOLETA.
           DISPLAY "NUMERO DE BLOQUE: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           IF WS-NUMERO = ZEROS
               GO TO 058-REIMPRIMIR-BOLETA-EXIT
           END-IF.
           PERFORM 120-IMPRIMIR-BOLETA THRU 120-IMPRIMIR-BOLETA-EXIT.
           DISPLAY "BOLETA AGREGADA A BOLETA-BLOQUE.LST.".
       058-REIMPRIMIR-BOLETA-EXIT.
           EXIT.

      *LISTA LOS BLOQUES QUE SIGUEN ABIERTOS CON SUS PENDIENTES.
       060-REPORTE-ABIERTOS.
           MOVE ZEROS TO WS-CANT-ABIERTOS.
           OPEN INPUT BLOQUES.
           IF F-NOEXISTE-BLQ
               DISPLAY "NO HAY BLOQUES REGISTRADOS."
               CLOSE BLOQUES
               GO TO 060-REPORTE-ABIERTOS-EXIT
           END-IF.
           OPEN OUTPUT REPORTE-ABI.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BLOQUES ABIERTOS - " DELIMITED BY SIZE
                   WS-FECHA-HOY         DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ZEROS TO BLQ-NUMERO.
           START BLOQUES KEY IS NOT LESS THAN BLQ-NUMERO
               INVALID KEY SET FIN-BLOQUES TO TRUE
           END-START.
           IF NOT FIN-BLOQUES
               READ BLOQUES NEXT RECORD AT END
                   SET FIN-BLOQUES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-BLOQUES
               IF BLQ-ABIERTO
                   ADD 1 TO WS-CANT-ABIERTOS
                   MOVE SPACES TO WS-MARCA-VENCIDO
                   IF WS-FECHA-HOY > BLQ-FECHA-VENCIMIENTO
                       MOVE "VENCIDO" TO WS-MARCA-VENCIDO
                   END-IF
                   MOVE SPACES TO LINEA-REPORTE
                   STRING BLQ-NUMERO           DELIMITED BY SIZE
                           " SOCIO "           DELIMITED BY SIZE
                           BLQ-SOCIO-ID        DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           BLQ-CLASE           DELIMITED BY SIZE
                           " CURSO "           DELIMITED BY SIZE
                           BLQ-CURSO           DELIMITED BY SIZE
                           " VENCE "           DELIMITED BY SIZE
                           BLQ-FECHA-VENCIMIENTO DELIMITED BY SIZE
                           " FALTAN "          DELIMITED BY SIZE
                           BLQ-CANT-PENDIENTES DELIMITED BY SIZE
                           "/"                 DELIMITED BY SIZE
                           BLQ-CANT-LIBROS     DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           WS-MARCA-VENCIDO    DELIMITED BY SIZE
                           INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
               READ BLOQUES NEXT RECORD AT END
                   SET FIN-BLOQUES TO TRUE END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ABIERTOS: "        DELIMITED BY SIZE
                   WS-CANT-ABIERTOS   DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-ABI.
           CLOSE BLOQUES.
           DISPLAY "BLOQUES-ABIERTOS.LST GENERADO ("
                   WS-CANT-ABIERTOS " ABIERTOS).".
       060-REPORTE-ABIERTOS-EXIT.
           EXIT.

      *SOLO SOCIOS DE CLASE "I" (INSTITUCION) O "D" (DOCENTE) NO
      *SUSPENDIDOS PUEDEN LLEVAR UN BLOQUE. DEJA WS-CLASE-SOCIO EN
      *BLANCO SI SE RECHAZA.
       070-VALIDAR-SOCIO.
           MOVE SPACE TO WS-CLASE-SOCIO.
           PERFORM 072-LEER-SOCIO THRU 072-LEER-SOCIO-EXIT.
           IF NOT SOCIO-HALLADO
               DISPLAY "EL SOCIO NO EXISTE."
               GO TO 070-VALIDAR-SOCIO-EXIT
           END-IF.
           IF SOCIO-SUSPENDIDO
               DISPLAY "EL SOCIO ESTA SUSPENDIDO."
               GO TO 070-VALIDAR-SOCIO-EXIT
           END-IF.
           IF WS-CLASE-LEIDA NOT = "I" AND WS-CLASE-LEIDA NOT = "D"
               DISPLAY "EL PRESTAMO EN BLOQUE ES SOLO PARA SOCIOS "
                       "INSTITUCION O DOCENTE."
               GO TO 070-VALIDAR-SOCIO-EXIT
           END-IF.
           MOVE WS-CLASE-LEIDA TO WS-CLASE-SOCIO.
           DISPLAY "SOCIO: " WS-NOMBRE-SOCIO " CLASE " WS-CLASE-SOCIO.
       070-VALIDAR-SOCIO-EXIT.
           EXIT.

       072-LEER-SOCIO.
           MOVE "N"    TO WS-SOCIO-HALLADO.
           MOVE "N"    TO WS-SOCIO-SUSP.
           MOVE SPACES TO WS-NOMBRE-SOCIO.
           MOVE SPACE  TO WS-CLASE-LEIDA.
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
               IF SOCIO-INSTITUCION
                   MOVE "I" TO WS-CLASE-LEIDA
               END-IF
               IF SOCIO-DOCENTE
                   MOVE "D" TO WS-CLASE-LEIDA
               END-IF
           END-IF.
           CLOSE REG-SOCIOS.
       072-LEER-SOCIO-EXIT.
           EXIT.

      *EL CURSO DEBE FIGURAR EN ALGUN REGISTRO DE STU-REC.
       075-VALIDAR-CURSO.
           MOVE "N" TO WS-CURSO-VALIDO.
           IF WS-CURSO = SPACES
               DISPLAY "EL CODIGO DE CURSO ES OBLIGATORIO."
               GO TO 075-VALIDAR-CURSO-EXIT
           END-IF.
           OPEN INPUT STUDENTS-RECORD.
           IF F-NOEXISTE-STU
               DISPLAY "NO SE ENCUENTRA STUDENTS.DAT."
               MOVE "STUDENTS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-STUDENTS    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE STUDENTS-RECORD
               GO TO 075-VALIDAR-CURSO-EXIT
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
       075-VALIDAR-CURSO-EXIT.
           EXIT.

       090-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-NUMERO.
           OPEN INPUT BLQ-NUMERADOR.
           IF NOT F-NOEXISTE-NUM
               READ BLQ-NUMERADOR INTO WS-NUMERO
                   AT END MOVE ZEROS TO WS-NUMERO
               END-READ
               CLOSE BLQ-NUMERADOR
           END-IF.
           ADD 1 TO WS-NUMERO.
           OPEN OUTPUT BLQ-NUMERADOR.
           MOVE WS-NUMERO TO LINEA-NUMERADOR.
           WRITE LINEA-NUMERADOR.
           CLOSE BLQ-NUMERADOR.

       095-ABRIR-BLOQUES.
           OPEN I-O BLOQUES.
           IF F-NOEXISTE-BLQ
               CLOSE BLOQUES
               OPEN OUTPUT BLOQUES
               CLOSE BLOQUES
               OPEN I-O BLOQUES
           END-IF.
           OPEN I-O BLOQUES-DETALLE.
           IF F-NOEXISTE-BLD
               CLOSE BLOQUES-DETALLE
               OPEN OUTPUT BLOQUES-DETALLE
               CLOSE BLOQUES-DETALLE
               OPEN I-O BLOQUES-DETALLE
           END-IF.

       100-AJUSTAR-EXISTENCIA-SEDE.
           OPEN I-O EXISTENCIAS-SUC.
           IF F-NOEXISTE-EXI
               CLOSE EXISTENCIAS-SUC
               OPEN OUTPUT EXISTENCIAS-SUC
               CLOSE EXISTENCIAS-SUC
               OPEN I-O EXISTENCIAS-SUC
           END-IF.
           MOVE AUX-EXI-LIBRO-ID TO EXI-LIBRO-ID.
           MOVE SUCURSAL-SEDE    TO EXI-SUCURSAL.
           READ EXISTENCIAS-SUC
               INVALID KEY
               MOVE AUX-EXI-LIBRO-ID TO EXI-LIBRO-ID
               MOVE SUCURSAL-SEDE    TO EXI-SUCURSAL
               MOVE ZEROS TO EXI-CANTIDAD
               MOVE ZEROS TO EXI-DISPONIBLES
               WRITE DATOS-EXISTENCIA END-WRITE
           END-READ.
           COMPUTE AUX-EXI-NUEVO-DISP =
                   EXI-DISPONIBLES + AUX-EXI-DELTA-DISP.
           IF AUX-EXI-NUEVO-DISP < ZEROS
               MOVE ZEROS TO AUX-EXI-NUEVO-DISP
           END-IF.
           MOVE AUX-EXI-NUEVO-DISP TO EXI-DISPONIBLES.
           REWRITE DATOS-EXISTENCIA END-REWRITE.
           CLOSE EXISTENCIAS-SUC.

      *BOLETA UNICA DEL BLOQUE WS-NUMERO CON TODOS LOS TITULOS, SE
      *AGREGA AL FINAL DE BOLETA-BLOQUE.LST PARA IMPRIMIR Y FIRMAR.
       120-IMPRIMIR-BOLETA.
           OPEN INPUT BLOQUES.
           IF F-NOEXISTE-BLQ
               DISPLAY "NO HAY BLOQUES REGISTRADOS."
               CLOSE BLOQUES
               GO TO 120-IMPRIMIR-BOLETA-EXIT
           END-IF.
           MOVE WS-NUMERO TO BLQ-NUMERO.
           READ BLOQUES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-BLOQUE
               DISPLAY "NO EXISTE ESE BLOQUE."
               CLOSE BLOQUES
               GO TO 120-IMPRIMIR-BOLETA-EXIT
           END-IF.
           OPEN INPUT BLOQUES-DETALLE.
           IF F-NOEXISTE-BLD
               DISPLAY "NO SE ENCUENTRA EL DETALLE DE BLOQUES."
               CLOSE BLOQUES-DETALLE
               CLOSE BLOQUES
               GO TO 120-IMPRIMIR-BOLETA-EXIT
           END-IF.
           MOVE BLQ-SOCIO-ID TO WS-SOCIO-ID.
           PERFORM 072-LEER-SOCIO THRU 072-LEER-SOCIO-EXIT.
           OPEN INPUT REG-LIBROS.
           OPEN EXTEND BOLETA.
           IF F-NOEXISTE-BOL
               CLOSE BOLETA
               OPEN OUTPUT BOLETA
           END-IF.
           MOVE ALL "=" TO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE SPACES TO LINEA-BOLETA.
           STRING "BOLETA DE PRESTAMO EN BLOQUE NRO " DELIMITED BY SIZE
                   BLQ-NUMERO            DELIMITED BY SIZE
                   INTO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE SPACES TO LINEA-BOLETA.
           STRING "SOCIO "               DELIMITED BY SIZE
                   BLQ-SOCIO-ID          DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-NOMBRE-SOCIO       DELIMITED BY SIZE
                   " CLASE "             DELIMITED BY SIZE
                   BLQ-CLASE             DELIMITED BY SIZE
                   INTO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE SPACES TO LINEA-BOLETA.
           STRING "CURSO "               DELIMITED BY SIZE
                   BLQ-CURSO             DELIMITED BY SIZE
                   "   SALIDA "          DELIMITED BY SIZE
                   BLQ-FECHA-SALIDA      DELIMITED BY SIZE
                   "   VENCE "           DELIMITED BY SIZE
                   BLQ-FECHA-VENCIMIENTO DELIMITED BY SIZE
                   INTO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE ALL "-" TO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE "RENG LIBRO  TITULO" TO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE WS-NUMERO TO BLD-NUMERO.
           MOVE ZEROS     TO BLD-RENGLON.
           START BLOQUES-DETALLE KEY IS NOT LESS THAN BLD-CLAVE
               INVALID KEY SET FIN-DETALLE TO TRUE
           END-START.
           IF NOT FIN-DETALLE
               READ BLOQUES-DETALLE NEXT RECORD AT END
                   SET FIN-DETALLE TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-DETALLE OR BLD-NUMERO NOT = WS-NUMERO
               PERFORM 140-BUSCAR-TITULO
               MOVE SPACES TO LINEA-BOLETA
               STRING BLD-RENGLON      DELIMITED BY SIZE
                       "  "            DELIMITED BY SIZE
                       BLD-LIBRO-ID    DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       WS-TITULO       DELIMITED BY SIZE
                       INTO LINEA-BOLETA
               WRITE LINEA-BOLETA
               READ BLOQUES-DETALLE NEXT RECORD AT END
                   SET FIN-DETALLE TO TRUE END-READ
           END-PERFORM.
           MOVE ALL "-" TO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE SPACES TO LINEA-BOLETA.
           STRING "TOTAL DE LIBROS: "    DELIMITED BY SIZE
                   BLQ-CANT-LIBROS       DELIMITED BY SIZE
                   INTO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE SPACES TO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE "RECIBI CONFORME: ______________________________"
               TO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE SPACES TO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           CLOSE BOLETA.
           CLOSE REG-LIBROS.
           CLOSE BLOQUES-DETALLE.
           CLOSE BLOQUES.
       120-IMPRIMIR-BOLETA-EXIT.
           EXIT.

      *TITULO DE BLD-LIBRO-ID; EL CATALOGO YA ESTA ABIERTO DE
      *ENTRADA (SI NO EXISTE QUEDA EN BLANCO).
       140-BUSCAR-TITULO.
           MOVE SPACES TO WS-TITULO.
           IF NOT F-NOEXISTE-LIB
               MOVE BLD-LIBRO-ID TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-LIB
                   MOVE NOMBRE-STATUS TO WS-TITULO
               END-IF
           END-IF.

      *CALENDARIO Y FECHAS: MISMAS RUTINAS QUE REGISTROLIBROS.CBL.
       SUMAR-UN-DIA-A-FECHA-CALC.
           MOVE AUX-FECHA-CALC(1:4) TO AUX-ANIO-CALC.
           MOVE AUX-FECHA-CALC(5:2) TO AUX-MES-CALC.
           MOVE AUX-FECHA-CALC(7:2) TO AUX-DIA-CALC.
           MOVE "N" TO AUX-BISIESTO.
           DIVIDE AUX-ANIO-CALC BY 400 GIVING AUX-COCIENTE-BISIESTO
                                   REMAINDER AUX-RESTO-BISIESTO.
           IF AUX-RESTO-BISIESTO = ZEROS
               MOVE "S" TO AUX-BISIESTO
           ELSE
               DIVIDE AUX-ANIO-CALC BY 100 GIVING
                                   AUX-COCIENTE-BISIESTO
                                   REMAINDER AUX-RESTO-BISIESTO
               IF AUX-RESTO-BISIESTO NOT = ZEROS
                   DIVIDE AUX-ANIO-CALC BY 4 GIVING
                                   AUX-COCIENTE-BISIESTO
                                   REMAINDER AUX-RESTO-BISIESTO
                   IF AUX-RESTO-BISIESTO = ZEROS
                       MOVE "S" TO AUX-BISIESTO
                   END-IF
               END-IF
           END-IF.
           EVALUATE AUX-MES-CALC
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10
                                                        WHEN 12
                   MOVE 31 TO AUX-DIAS-DEL-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO AUX-DIAS-DEL-MES
               WHEN 02
                   IF ES-BISIESTO
                       MOVE 29 TO AUX-DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO AUX-DIAS-DEL-MES
                   END-IF
           END-EVALUATE.
           IF AUX-DIA-CALC >= AUX-DIAS-DEL-MES
               MOVE 01 TO AUX-DIA-CALC
               IF AUX-MES-CALC >= 12
                   MOVE 01 TO AUX-MES-CALC
                   ADD 1 TO AUX-ANIO-CALC
               ELSE
                   ADD 1 TO AUX-MES-CALC
               END-IF
           ELSE
               ADD 1 TO AUX-DIA-CALC
           END-IF.
           MOVE AUX-ANIO-CALC TO AUX-FECHA-CALC(1:4).
           MOVE AUX-MES-CALC  TO AUX-FECHA-CALC(5:2).
           MOVE AUX-DIA-CALC  TO AUX-FECHA-CALC(7:2).

       CARGAR-CALENDARIO-CIERRE.
           IF CALENDARIO-CARGADO
               GO TO CARGAR-CALENDARIO-CIERRE-EXIT
           END-IF.
           MOVE "S" TO AUX-CALENDARIO-CARGADO.
           PERFORM VARYING AUX-IND-CAL FROM 1 BY 1
                   UNTIL AUX-IND-CAL > 7
               MOVE "N" TO DIA-CERRADO (AUX-IND-CAL)
           END-PERFORM.
           MOVE ZEROS TO AUX-CANT-FERIADOS.
           OPEN INPUT CALENDARIO-CIERRE.
           IF F-NOEXISTE-CAL
               CLOSE CALENDARIO-CIERRE
               GO TO CARGAR-CALENDARIO-CIERRE-EXIT
           END-IF.
           READ CALENDARIO-CIERRE AT END SET FIN-CALENDARIO TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CALENDARIO
               IF CAL-ES-SEMANAL
                   IF CAL-DIA >= 1 AND CAL-DIA <= 7
                       MOVE "S" TO DIA-CERRADO (CAL-DIA)
                   END-IF
               ELSE
                   IF AUX-CANT-FERIADOS < MAX-FERIADOS
                       ADD 1 TO AUX-CANT-FERIADOS
                       MOVE CAL-FECHA
                               TO FERIADO-FECHA (AUX-CANT-FERIADOS)
                   END-IF
               END-IF
               READ CALENDARIO-CIERRE AT END SET FIN-CALENDARIO
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE CALENDARIO-CIERRE.
       CARGAR-CALENDARIO-CIERRE-EXIT.
           EXIT.

       CALCULAR-DIA-SEMANA.
           MOVE AUX-FECHA-CALC(5:2) TO AUX-ZEL-MES.
           MOVE AUX-FECHA-CALC(1:4) TO AUX-ZEL-ANIO.
           IF AUX-ZEL-MES < 3
               ADD 12 TO AUX-ZEL-MES
               SUBTRACT 1 FROM AUX-ZEL-ANIO
           END-IF.
           COMPUTE AUX-ZEL-T13 = 13 * (AUX-ZEL-MES + 1).
           DIVIDE AUX-ZEL-T13 BY 5 GIVING AUX-ZEL-T5.
           DIVIDE AUX-ZEL-ANIO BY 4 GIVING AUX-ZEL-A4.
           DIVIDE AUX-ZEL-ANIO BY 100 GIVING AUX-ZEL-A100.
           DIVIDE AUX-ZEL-ANIO BY 400 GIVING AUX-ZEL-A400.
           MOVE AUX-FECHA-CALC(7:2) TO AUX-ZEL-DIA.
           COMPUTE AUX-ZEL-SUMA = AUX-ZEL-DIA + AUX-ZEL-T5
                   + AUX-ZEL-ANIO + AUX-ZEL-A4 - AUX-ZEL-A100
                   + AUX-ZEL-A400.
           DIVIDE AUX-ZEL-SUMA BY 7 GIVING AUX-ZEL-COCIENTE
                   REMAINDER AUX-ZEL-RESTO.
           COMPUTE AUX-ZEL-SUMA = AUX-ZEL-RESTO + 5.
           DIVIDE AUX-ZEL-SUMA BY 7 GIVING AUX-ZEL-COCIENTE
                   REMAINDER AUX-ZEL-RESTO.
           COMPUTE AUX-DIA-SEMANA = AUX-ZEL-RESTO + 1.

       VERIFICAR-DIA-CERRADO.
           PERFORM CARGAR-CALENDARIO-CIERRE
                   THRU CARGAR-CALENDARIO-CIERRE-EXIT.
           MOVE "N" TO AUX-DIA-ES-CERRADO.
           PERFORM CALCULAR-DIA-SEMANA.
           IF DIA-CERRADO (AUX-DIA-SEMANA) = "S"
               MOVE "S" TO AUX-DIA-ES-CERRADO
           END-IF.
           PERFORM VARYING AUX-IND-CAL FROM 1 BY 1
                   UNTIL AUX-IND-CAL > AUX-CANT-FERIADOS
                       OR DIA-ES-CERRADO
               IF FERIADO-FECHA (AUX-IND-CAL) = AUX-FECHA-CALC
                   MOVE "S" TO AUX-DIA-ES-CERRADO
               END-IF
           END-PERFORM.

       CORRER-A-DIA-ABIERTO.
           MOVE ZEROS TO AUX-CORRIMIENTOS.
           PERFORM VERIFICAR-DIA-CERRADO.
           PERFORM UNTIL NOT DIA-ES-CERRADO
                   OR AUX-CORRIMIENTOS > 31
               PERFORM SUMAR-UN-DIA-A-FECHA-CALC
               ADD 1 TO AUX-CORRIMIENTOS
               PERFORM VERIFICAR-DIA-CERRADO
           END-PERFORM.

      *AGREGA LA LINEA DE JORNAL ARMADA POR EL LLAMADOR, MISMO
      *ESQUEMA QUE GRABAR-LINEA-JORNAL EN REGISTROLIBROS.
       GRABAR-LINEA-JORNAL.
           OPEN EXTEND JORNAL-DIARIO.
           IF F-NOEXISTE-JRN
               CLOSE JORNAL-DIARIO
               OPEN OUTPUT JORNAL-DIARIO
           END-IF.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE WS-JRN-OPERACION TO JRN-OPERACION.
           WRITE LINEA-JORNAL.
           CLOSE JORNAL-DIARIO.

       JORNAL-LIBRO.
           MOVE "REGISTRO-LIBROS.DAT" TO JRN-ARCHIVO.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-LIBRO-STATUS TO JRN-REGISTRO (1:168).
           PERFORM GRABAR-LINEA-JORNAL.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "PRESTAMO-BLOQUE " DELIMITED BY SIZE
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
       END PROGRAM PRESTAMO-BLOQUE.
