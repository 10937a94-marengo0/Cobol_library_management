       IDENTIFICATION DIVISION.
       PROGRAM-ID.                EST-GRUPOS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *CIRCULACION POR GRUPO DE SOCIOS: CADA PRESTAMO DEL PERIODO SE
      *CRUZA CON LA FICHA DEL SOCIO (SIENT01.FIC) Y SE CUENTA POR
      *CLASE DE SOCIO (ENT-CLASE, CON LA DESCRIPCION DE
      *CLASES-SOCIO.DAT), POR BANDA DE EDAD A LA FECHA DEL PRESTAMO
      *(ENT-FECHA-NAC, MISMAS BANDAS QUE EST-SOCIOS), POR SUCURSAL
      *QUE PRESTO (PRESTAMO-SUCURSAL) Y POR SUCURSAL Y CLASE. CADA
      *GRUPO MUESTRA PRESTAMOS, LECTORES ACTIVOS (SOCIOS DISTINTOS
      *CON AL MENOS UN PRESTAMO) Y PRESTAMOS POR LECTOR, PARA TODOS
      *LOS SOCIOS Y SEPARADO EN SOCIOS DEL PRIMER ANIO (ENT-FECHA-
      *ALTA A MENOS DE UN ANIO DEL PRESTAMO) Y ANTIGUOS (LAS FICHAS
      *CON ALTA EN CERO SON ANTERIORES AL CAMPO Y CUENTAN COMO
      *ANTIGUAS). EL LISTADO QUEDA EN GRUPOS-CIRCULACION.LST.
      *SE LLAMA CON CALL "EST-GRUPOS" USING EGR-PARAMETROS:
      *  EGR-PERIODO: AAAAMM PARA UN MES O AAAA PARA UN ANIO, CON
      *               EGR-LARGO-PERIODO EN 6 O 4 SEGUN EL CASO.
      *  EGR-CON-HISTORICO "S": SUMA TAMBIEN LOS PRESTAMOS YA
      *               ARCHIVADOS EN PRESTAMOS-HISTORICO.DAT (COMO EL
      *               RETORNO ANUAL); "N" SOLO REG-PRESTAMOS.DAT (COMO
      *               LA FOTO MENSUAL DE EST-CIRCULACION).
      *DEVUELVE EGR-PRESTAMOS (PRESTAMOS CONTADOS) Y EGR-RESULTADO
      *"OK", O "ER" SI NO PUDO ABRIR REG-PRESTAMOS.DAT. LOS
      *ARCHIVOS DE TRABAJO (GRUPOS-ACUM.TMP Y GRUPOS-LECTORES.TMP)
      *SE VACIAN AL TERMINAR: NO QUEDA CONSTANCIA DE QUIEN LEYO.
      *LOS PRESTAMOS YA ANONIMIZADOS POR ANONIMIZA-PRESTAMOS (SOCIO
      *999990 A 999999) CUENTAN COMO PRESTAMOS PERO NO COMO LECTORES,
      *Y AL NO TENER FICHA VAN A CLASE "?" Y SIN EDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-PRESTAMOS ASSIGN TO "REG-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRESTAMO-CLAVE-STATUS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REG-PRESTAMOS.

           SELECT HISTORICO ASSIGN TO "PRESTAMOS-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *TABLA DE CLASES DE SOCIO (MANT-CLASES.CBL), SOLO PARA LA
      *DESCRIPCION DE CADA CLASE EN EL LISTADO.
           SELECT CLASES-SOCIO ASSIGN TO "CLASES-SOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLS-CODIGO
               FILE STATUS IS FS-CLASES.

      *ACUMULADOS POR GRUPO (DIMENSION + VALOR).
           SELECT GRUPOS-ACUM ASSIGN TO "GRUPOS-ACUM.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAC-CLAVE
               FILE STATUS IS FS-GRUPOS-ACUM.

      *UN REGISTRO POR GRUPO, SEGMENTO Y SOCIO: SI LA GRABACION NO
      *DA CLAVE DUPLICADA ES UN LECTOR NUEVO PARA ESE GRUPO.
           SELECT GRUPOS-LECTORES ASSIGN TO "GRUPOS-LECTORES.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLE-CLAVE
               FILE STATUS IS FS-GRUPOS-LECT.

           SELECT LISTADO-GRUPOS ASSIGN TO "GRUPOS-CIRCULACION.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD REG-PRESTAMOS.
       01 DATOS-PRESTAMO-STATUS.
           05 PRESTAMO-CLAVE-STATUS.
               10 PRESTAMO-LIBRO-ID-STATUS       PIC 9(6).
               10 PRESTAMO-SOCIO-ID-STATUS       PIC 9(6).
               10 PRESTAMO-FECHA-PRESTAMO-STATUS PIC 9(8).
           05 FILLER                             PIC X(18).
      *SUCURSAL QUE HIZO EL PRESTAMO (AGREGADA AL FINAL).
           05 PRESTAMO-SUCURSAL-STATUS           PIC X(03).
           05 FILLER                             PIC X(01).

       FD HISTORICO.
       01 LINEA-HISTORICO.
           05 HIST-LIBRO-ID             PIC 9(6).
           05 HIST-SOCIO-ID             PIC 9(6).
           05 HIST-FECHA-PRESTAMO       PIC 9(8).
           05 FILLER                    PIC X(18).
           05 HIST-SUCURSAL             PIC X(03).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 FILLER                  PIC X(150).
           05 SOCIO-FECHA-NAC-STATUS  PIC 9(8).
           05 FILLER                  PIC X(9).
           05 SOCIO-FECHA-ALTA-STATUS PIC 9(8).
           05 FILLER                  PIC X(11).
      *CLASE DE SOCIO (MANT-CLASES); EN BLANCO RIGE LA GENERAL.
           05 SOCIO-CLASE-STATUS      PIC X(01).
           05 FILLER                  PIC X(314).

       FD CLASES-SOCIO.
       01 DATOS-CLASE.
           05 CLS-CODIGO              PIC X(1).
           05 CLS-DESCRIPCION         PIC X(15).
           05 FILLER                  PIC X(10).

      *DIMENSION: 0=TOTAL, 1=CLASE, 2=BANDA DE EDAD, 3=SUCURSAL,
      *4=SUCURSAL Y CLASE. SEGMENTO: 1=TODOS, 2=PRIMER ANIO,
      *3=ANTIGUOS.
       FD GRUPOS-ACUM.
       01 DATOS-GRUPO.
           05 GAC-CLAVE.
               10 GAC-DIMENSION       PIC 9(1).
               10 GAC-VALOR           PIC X(4).
           05 GAC-SEGMENTO OCCURS 3 TIMES.
               10 GAC-PRESTAMOS       PIC 9(7).
               10 GAC-LECTORES        PIC 9(6).

       FD GRUPOS-LECTORES.
       01 DATOS-GRUPO-LECTOR.
           05 GLE-CLAVE.
               10 GLE-DIMENSION       PIC 9(1).
               10 GLE-VALOR           PIC X(4).
               10 GLE-SEGMENTO        PIC 9(1).
               10 GLE-SOCIO-ID        PIC 9(6).

       FD LISTADO-GRUPOS.
       01 LINEA-LISTADO               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-PRESTAMOS         PIC XX.
           88 FIN-REG-PRE          VALUE "10".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-HISTORICO             PIC XX.
           88 FIN-HISTORICO        VALUE "10".
           88 F-NOEXISTE-HIST      VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-CLASES                PIC XX.
           88 ESTA-CLASE           VALUE "00" "02".
           88 F-NOEXISTE-CLS       VALUE "35".

       77 FS-GRUPOS-ACUM           PIC XX.
           88 ESTA-GRUPO           VALUE "00" "02".
           88 FIN-GRUPOS           VALUE "10".

       77 FS-GRUPOS-LECT           PIC XX.
           88 LECTOR-NUEVO         VALUE "00" "02".

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

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.

      *DATOS DEL PRESTAMO EN CURSO (DE REG-PRESTAMOS O DEL
      *HISTORICO).
       77 WS-PRE-SOCIO-ID          PIC 9(6) VALUE ZEROS.
           88 PRE-SOCIO-ANONIMO    VALUE 999990 THRU 999999.
       77 WS-PRE-FECHA             PIC 9(8) VALUE ZEROS.
       77 WS-PRE-SUCURSAL          PIC X(3) VALUE SPACES.

      *GRUPOS DEL SOCIO A LA FECHA DEL PRESTAMO.
       77 WS-CLASE                 PIC X(1) VALUE SPACES.
       77 WS-BANDA                 PIC X(1) VALUE SPACES.
       77 WS-SEGMENTO              PIC 9(1) VALUE ZEROS.
       77 WS-FECHA-ANIVERSARIO     PIC 9(8) VALUE ZEROS.
       77 AUX-EDAD-SOCIO           PIC 9(3) VALUE ZEROS.
       77 AUX-ANIO-PRE             PIC 9(4) VALUE ZEROS.
       77 AUX-MES-PRE              PIC 99 VALUE ZEROS.
       77 AUX-DIA-PRE              PIC 99 VALUE ZEROS.
       77 AUX-ANIO-NAC             PIC 9(4) VALUE ZEROS.
       77 AUX-MES-NAC              PIC 99 VALUE ZEROS.
       77 AUX-DIA-NAC              PIC 99 VALUE ZEROS.

      *GRUPO A SUMAR EN 060-SUMAR-GRUPO.
       77 WS-DIMENSION             PIC 9(1) VALUE ZEROS.
       77 WS-VALOR                 PIC X(4) VALUE SPACES.
       77 WS-IND-SEG               PIC 9(1) VALUE ZEROS.

      *IMPRESION.
       77 WS-DIMENSION-ANT         PIC 9(1) VALUE ZEROS.
       77 WS-ETIQUETA              PIC X(15) VALUE SPACES.
       77 WS-DESC-CLASE            PIC X(15) VALUE SPACES.
       77 WS-COLUMNA               PIC 9(2) VALUE ZEROS.
       77 WS-PRESTAMOS-EDIT        PIC ZZZZZZ9.
       77 WS-LECTORES-EDIT         PIC ZZZZZ9.
       77 WS-PROMEDIO              PIC 9(3)V9 VALUE ZEROS.
       77 WS-PROMEDIO-EDIT         PIC ZZ9.9.

       LINKAGE SECTION.
       01 EGR-PARAMETROS.
           05 EGR-PERIODO          PIC X(6).
           05 EGR-LARGO-PERIODO    PIC 9(1).
           05 EGR-CON-HISTORICO    PIC X(1).
           05 EGR-PRESTAMOS        PIC 9(7).
           05 EGR-RESULTADO        PIC X(2).

       PROCEDURE DIVISION USING EGR-PARAMETROS.

       010-PRINCIPAL.
           MOVE "OK" TO EGR-RESULTADO.
           MOVE ZEROS TO EGR-PRESTAMOS.
           IF EGR-LARGO-PERIODO NOT = 4 AND EGR-LARGO-PERIODO NOT = 6
               MOVE "ER" TO EGR-RESULTADO
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT GRUPOS-ACUM.
           CLOSE GRUPOS-ACUM.
           OPEN OUTPUT GRUPOS-LECTORES.
           CLOSE GRUPOS-LECTORES.
           OPEN I-O GRUPOS-ACUM.
           OPEN I-O GRUPOS-LECTORES.
           OPEN INPUT REG-SOCIOS.
           PERFORM 020-SUMAR-PRESTAMOS THRU 020-SUMAR-PRESTAMOS-EXIT.
           IF EGR-CON-HISTORICO = "S"
               PERFORM 030-SUMAR-HISTORICO
                       THRU 030-SUMAR-HISTORICO-EXIT
           END-IF.
           IF NOT F-NOEXISTE-SOC
               CLOSE REG-SOCIOS
           END-IF.
           CLOSE GRUPOS-LECTORES.
           CLOSE GRUPOS-ACUM.
           PERFORM 070-GENERAR-LISTADO.
           OPEN OUTPUT GRUPOS-ACUM.
           CLOSE GRUPOS-ACUM.
           OPEN OUTPUT GRUPOS-LECTORES.
           CLOSE GRUPOS-LECTORES.
       010-PRINCIPAL-FIN.
           GOBACK.

      *PRESTAMOS VIVOS HECHOS EN EL PERIODO.
       020-SUMAR-PRESTAMOS.
           OPEN INPUT REG-PRESTAMOS.
           IF F-NOEXISTE-PRE
               MOVE "REG-PRESTAMOS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-PRESTAMOS    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "ER" TO EGR-RESULTADO
               GO TO 020-SUMAR-PRESTAMOS-EXIT
           END-IF.
           READ REG-PRESTAMOS NEXT RECORD AT END SET FIN-REG-PRE
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-PRE
               IF PRESTAMO-FECHA-PRESTAMO-STATUS (1:EGR-LARGO-PERIODO)
                       = EGR-PERIODO (1:EGR-LARGO-PERIODO)
                   MOVE PRESTAMO-SOCIO-ID-STATUS TO WS-PRE-SOCIO-ID
                   MOVE PRESTAMO-FECHA-PRESTAMO-STATUS
                           TO WS-PRE-FECHA
                   MOVE PRESTAMO-SUCURSAL-STATUS TO WS-PRE-SUCURSAL
                   PERFORM 040-PROCESAR-PRESTAMO
               END-IF
               READ REG-PRESTAMOS NEXT RECORD AT END SET FIN-REG-PRE
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-PRESTAMOS.
       020-SUMAR-PRESTAMOS-EXIT.
           EXIT.

      *PRESTAMOS DEL PERIODO YA ARCHIVADOS (SI NO HAY HISTORICO SE
      *DEJA AVISO Y SE SIGUE CON LO QUE HAYA).
       030-SUMAR-HISTORICO.
           OPEN INPUT HISTORICO.
           IF F-NOEXISTE-HIST
               MOVE "PRESTAMOS-HISTORICO" TO WS-ARCHIVO-ERROR
               MOVE FS-HISTORICO TO WS-STATUS-ERROR
               MOVE "W" TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E" TO WS-SEVERIDAD-ERROR
               GO TO 030-SUMAR-HISTORICO-EXIT
           END-IF.
           READ HISTORICO AT END SET FIN-HISTORICO TO TRUE END-READ.
           PERFORM UNTIL FIN-HISTORICO
               IF HIST-FECHA-PRESTAMO (1:EGR-LARGO-PERIODO)
                       = EGR-PERIODO (1:EGR-LARGO-PERIODO)
                   MOVE HIST-SOCIO-ID       TO WS-PRE-SOCIO-ID
                   MOVE HIST-FECHA-PRESTAMO TO WS-PRE-FECHA
                   MOVE HIST-SUCURSAL       TO WS-PRE-SUCURSAL
                   PERFORM 040-PROCESAR-PRESTAMO
               END-IF
               READ HISTORICO AT END SET FIN-HISTORICO TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HISTORICO.
       030-SUMAR-HISTORICO-EXIT.
           EXIT.

      *UBICA AL SOCIO DEL PRESTAMO EN SUS GRUPOS Y SUMA EL PRESTAMO
      *EN CADA DIMENSION.
       040-PROCESAR-PRESTAMO.
           ADD 1 TO EGR-PRESTAMOS.
           PERFORM 050-UBICAR-SOCIO THRU 050-UBICAR-SOCIO-EXIT.
           MOVE 0 TO WS-DIMENSION.
           MOVE "TOT" TO WS-VALOR.
           PERFORM 060-SUMAR-GRUPO.
           MOVE 1 TO WS-DIMENSION.
           MOVE WS-CLASE TO WS-VALOR.
           PERFORM 060-SUMAR-GRUPO.
           MOVE 2 TO WS-DIMENSION.
           MOVE WS-BANDA TO WS-VALOR.
           PERFORM 060-SUMAR-GRUPO.
           MOVE 3 TO WS-DIMENSION.
           MOVE WS-PRE-SUCURSAL TO WS-VALOR.
           PERFORM 060-SUMAR-GRUPO.
           MOVE 4 TO WS-DIMENSION.
           MOVE WS-PRE-SUCURSAL TO WS-VALOR (1:3).
           MOVE WS-CLASE TO WS-VALOR (4:1).
           PERFORM 060-SUMAR-GRUPO.

      *CLASE, BANDA DE EDAD A LA FECHA DEL PRESTAMO (MISMO CALCULO
      *QUE EST-SOCIOS: 1=MENOS DE 12, 2=12-17, 3=18-64, 4=65 O MAS,
      *9=SIN FECHA) Y SEGMENTO PRIMER ANIO / ANTIGUO. EL SOCIO QUE
      *YA NO ESTA EN EL MAESTRO VA A LA CLASE "?" (SIN FICHA).
       050-UBICAR-SOCIO.
           MOVE "?" TO WS-CLASE.
           MOVE "9" TO WS-BANDA.
           MOVE 3   TO WS-SEGMENTO.
           IF F-NOEXISTE-SOC
               GO TO 050-UBICAR-SOCIO-EXIT
           END-IF.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE WS-PRE-SOCIO-ID TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-SOC
               GO TO 050-UBICAR-SOCIO-EXIT
           END-IF.
           MOVE SOCIO-CLASE-STATUS TO WS-CLASE.
           INSPECT WS-CLASE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF SOCIO-FECHA-NAC-STATUS NUMERIC
               AND SOCIO-FECHA-NAC-STATUS NOT = ZEROS
               AND SOCIO-FECHA-NAC-STATUS NOT > WS-PRE-FECHA
               MOVE WS-PRE-FECHA (1:4) TO AUX-ANIO-PRE
               MOVE WS-PRE-FECHA (5:2) TO AUX-MES-PRE
               MOVE WS-PRE-FECHA (7:2) TO AUX-DIA-PRE
               MOVE SOCIO-FECHA-NAC-STATUS (1:4) TO AUX-ANIO-NAC
               MOVE SOCIO-FECHA-NAC-STATUS (5:2) TO AUX-MES-NAC
               MOVE SOCIO-FECHA-NAC-STATUS (7:2) TO AUX-DIA-NAC
               COMPUTE AUX-EDAD-SOCIO = AUX-ANIO-PRE - AUX-ANIO-NAC
               IF AUX-MES-PRE < AUX-MES-NAC
                   OR (AUX-MES-PRE = AUX-MES-NAC
                       AND AUX-DIA-PRE < AUX-DIA-NAC)
                   SUBTRACT 1 FROM AUX-EDAD-SOCIO
               END-IF
               EVALUATE TRUE
                   WHEN AUX-EDAD-SOCIO < 12
                       MOVE "1" TO WS-BANDA
                   WHEN AUX-EDAD-SOCIO < 18
                       MOVE "2" TO WS-BANDA
                   WHEN AUX-EDAD-SOCIO < 65
                       MOVE "3" TO WS-BANDA
                   WHEN OTHER
                       MOVE "4" TO WS-BANDA
               END-EVALUATE
           END-IF.
      *PRIMER ANIO: EL PRESTAMO CAE ANTES DEL PRIMER ANIVERSARIO DEL
      *ALTA.
           IF SOCIO-FECHA-ALTA-STATUS NUMERIC
               AND SOCIO-FECHA-ALTA-STATUS NOT = ZEROS
               COMPUTE WS-FECHA-ANIVERSARIO =
                       SOCIO-FECHA-ALTA-STATUS + 10000
               IF WS-PRE-FECHA < WS-FECHA-ANIVERSARIO
                   MOVE 2 TO WS-SEGMENTO
               END-IF
           END-IF.
       050-UBICAR-SOCIO-EXIT.
           EXIT.

      *SUMA EL PRESTAMO AL GRUPO WS-DIMENSION/WS-VALOR, EN TODOS Y
      *EN SU SEGMENTO, Y CUENTA AL SOCIO COMO LECTOR LA PRIMERA VEZ
      *QUE APARECE EN CADA UNO.
       060-SUMAR-GRUPO.
           MOVE WS-DIMENSION TO GAC-DIMENSION.
           MOVE WS-VALOR     TO GAC-VALOR.
           READ GRUPOS-ACUM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-GRUPO
               INITIALIZE DATOS-GRUPO
               MOVE WS-DIMENSION TO GAC-DIMENSION
               MOVE WS-VALOR     TO GAC-VALOR
           END-IF.
           MOVE 1 TO WS-IND-SEG.
           PERFORM 065-SUMAR-SEGMENTO.
           MOVE WS-SEGMENTO TO WS-IND-SEG.
           PERFORM 065-SUMAR-SEGMENTO.
           IF ESTA-GRUPO
               REWRITE DATOS-GRUPO
           ELSE
               WRITE DATOS-GRUPO
           END-IF.

       065-SUMAR-SEGMENTO.
           ADD 1 TO GAC-PRESTAMOS (WS-IND-SEG).
           MOVE WS-DIMENSION    TO GLE-DIMENSION.
           MOVE WS-VALOR        TO GLE-VALOR.
           MOVE WS-IND-SEG      TO GLE-SEGMENTO.
           MOVE WS-PRE-SOCIO-ID TO GLE-SOCIO-ID.
           IF NOT PRE-SOCIO-ANONIMO
               WRITE DATOS-GRUPO-LECTOR
                   INVALID KEY CONTINUE
               END-WRITE
               IF LECTOR-NUEVO
                   ADD 1 TO GAC-LECTORES (WS-IND-SEG)
               END-IF
           END-IF.

      *GRUPOS-CIRCULACION.LST: UNA SECCION POR DIMENSION, EN EL
      *ORDEN DE LA CLAVE, CON TODOS / PRIMER ANIO / ANTIGUOS EN
      *COLUMNAS.
       070-GENERAR-LISTADO.
           OPEN OUTPUT LISTADO-GRUPOS.
           OPEN INPUT CLASES-SOCIO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CIRCULACION POR GRUPO DE SOCIOS - PERIODO "
                                        DELIMITED BY SIZE
                   EGR-PERIODO (1:EGR-LARGO-PERIODO)
                                        DELIMITED BY SIZE
                   " - GENERADO "       DELIMITED BY SIZE
                   WS-FECHA-HOY         DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE 9 TO WS-DIMENSION-ANT.
           OPEN INPUT GRUPOS-ACUM.
           READ GRUPOS-ACUM NEXT RECORD AT END SET FIN-GRUPOS
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-GRUPOS
               IF GAC-DIMENSION NOT = WS-DIMENSION-ANT
                   PERFORM 075-TITULO-DIMENSION
                   MOVE GAC-DIMENSION TO WS-DIMENSION-ANT
               END-IF
               PERFORM 080-LINEA-GRUPO
               READ GRUPOS-ACUM NEXT RECORD AT END SET FIN-GRUPOS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE GRUPOS-ACUM.
           IF WS-DIMENSION-ANT = 9
               MOVE "SIN PRESTAMOS EN EL PERIODO." TO LINEA-LISTADO
               WRITE LINEA-LISTADO
           END-IF.
           IF NOT F-NOEXISTE-CLS
               CLOSE CLASES-SOCIO
           END-IF.
           CLOSE LISTADO-GRUPOS.

       075-TITULO-DIMENSION.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           EVALUATE GAC-DIMENSION
               WHEN 0 MOVE "TOTAL DEL PERIODO" TO LINEA-LISTADO
               WHEN 1 MOVE "POR CLASE DE SOCIO" TO LINEA-LISTADO
               WHEN 2 MOVE "POR EDAD A LA FECHA DEL PRESTAMO"
                              TO LINEA-LISTADO
               WHEN 3 MOVE "POR SUCURSAL" TO LINEA-LISTADO
               WHEN 4 MOVE "POR SUCURSAL Y CLASE DE SOCIO"
                              TO LINEA-LISTADO
           END-EVALUATE.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           MOVE "GRUPO" TO LINEA-LISTADO.
           MOVE "|       TODOS"       TO LINEA-LISTADO (16:21).
           MOVE "|    PRIMER ANIO"    TO LINEA-LISTADO (37:21).
           MOVE "|      ANTIGUOS"     TO LINEA-LISTADO (58:21).
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           MOVE "| PREST. LECT.   P/L" TO LINEA-LISTADO (16:21).
           MOVE "| PREST. LECT.   P/L" TO LINEA-LISTADO (37:21).
           MOVE "| PREST. LECT.   P/L" TO LINEA-LISTADO (58:21).
           WRITE LINEA-LISTADO.

       080-LINEA-GRUPO.
           PERFORM 085-ETIQUETA-GRUPO.
           MOVE SPACES TO LINEA-LISTADO.
           MOVE WS-ETIQUETA TO LINEA-LISTADO (1:15).
           MOVE 16 TO WS-COLUMNA.
           PERFORM VARYING WS-IND-SEG FROM 1 BY 1 UNTIL WS-IND-SEG > 3
               MOVE GAC-PRESTAMOS (WS-IND-SEG) TO WS-PRESTAMOS-EDIT
               MOVE GAC-LECTORES (WS-IND-SEG)  TO WS-LECTORES-EDIT
               MOVE ZEROS TO WS-PROMEDIO
               IF GAC-LECTORES (WS-IND-SEG) > ZEROS
                   COMPUTE WS-PROMEDIO ROUNDED =
                           GAC-PRESTAMOS (WS-IND-SEG)
                           / GAC-LECTORES (WS-IND-SEG)
                       ON SIZE ERROR MOVE 999.9 TO WS-PROMEDIO
                   END-COMPUTE
               END-IF
               MOVE WS-PROMEDIO TO WS-PROMEDIO-EDIT
               MOVE "|" TO LINEA-LISTADO (WS-COLUMNA:1)
               MOVE WS-PRESTAMOS-EDIT
                       TO LINEA-LISTADO (WS-COLUMNA + 1:7)
               MOVE WS-LECTORES-EDIT
                       TO LINEA-LISTADO (WS-COLUMNA + 8:6)
               MOVE WS-PROMEDIO-EDIT
                       TO LINEA-LISTADO (WS-COLUMNA + 15:5)
               ADD 21 TO WS-COLUMNA
           END-PERFORM.
           WRITE LINEA-LISTADO.

      *TEXTO DEL GRUPO SEGUN LA DIMENSION.
       085-ETIQUETA-GRUPO.
           MOVE SPACES TO WS-ETIQUETA.
           EVALUATE GAC-DIMENSION
               WHEN 0
                   MOVE "TODOS" TO WS-ETIQUETA
               WHEN 1
                   MOVE GAC-VALOR (1:1) TO CLS-CODIGO
                   PERFORM 090-DESCRIBIR-CLASE
                   MOVE WS-DESC-CLASE TO WS-ETIQUETA
               WHEN 2
                   EVALUATE GAC-VALOR (1:1)
                       WHEN "1" MOVE "MENOS DE 12" TO WS-ETIQUETA
                       WHEN "2" MOVE "12 A 17"     TO WS-ETIQUETA
                       WHEN "3" MOVE "18 A 64"     TO WS-ETIQUETA
                       WHEN "4" MOVE "65 O MAS"    TO WS-ETIQUETA
                       WHEN OTHER MOVE "SIN FECHA" TO WS-ETIQUETA
                   END-EVALUATE
               WHEN 3
                   IF GAC-VALOR (1:3) = SPACES
                       MOVE "SIN SUCURSAL" TO WS-ETIQUETA
                   ELSE
                       MOVE GAC-VALOR (1:3) TO WS-ETIQUETA
                   END-IF
               WHEN 4
                   MOVE GAC-VALOR (4:1) TO CLS-CODIGO
                   PERFORM 090-DESCRIBIR-CLASE
                   IF GAC-VALOR (1:3) = SPACES
                       MOVE "---" TO WS-ETIQUETA (1:3)
                   ELSE
                       MOVE GAC-VALOR (1:3) TO WS-ETIQUETA (1:3)
                   END-IF
                   MOVE WS-DESC-CLASE TO WS-ETIQUETA (5:11)
           END-EVALUATE.

      *DESCRIPCION DE LA CLASE CLS-CODIGO: EN BLANCO ES LA GENERAL,
      *"?" EL SOCIO SIN FICHA; SI LA CLASE NO ESTA EN LA TABLA SE
      *MUESTRA EL CODIGO.
       090-DESCRIBIR-CLASE.
           EVALUATE TRUE
               WHEN CLS-CODIGO = SPACE
                   MOVE "GENERAL" TO WS-DESC-CLASE
               WHEN CLS-CODIGO = "?"
                   MOVE "SIN FICHA" TO WS-DESC-CLASE
               WHEN OTHER
                   MOVE SPACES TO WS-DESC-CLASE
                   STRING "CLASE " CLS-CODIGO DELIMITED BY SIZE
                           INTO WS-DESC-CLASE
                   IF NOT F-NOEXISTE-CLS
                       READ CLASES-SOCIO
                           INVALID KEY CONTINUE
                       END-READ
                       IF ESTA-CLASE
                           MOVE CLS-DESCRIPCION TO WS-DESC-CLASE
                       END-IF
                   END-IF
           END-EVALUATE.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "EST-GRUPOS "      DELIMITED BY SIZE
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
       END PROGRAM EST-GRUPOS.
