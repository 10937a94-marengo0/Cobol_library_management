       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PREINSC-NOCHE.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *ENTRADA NOCTURNA DE LAS PREINSCRIPCIONES DE SOCIOS HECHAS
      *DESDE LA WEB: EL LADO WEB DEJA PREINSCRIPCIONES-WEB.DAT
      *(FECHA Y HORA DEL PEDIDO, NOMBRE, DOMICILIO, TELEFONO, FECHA
      *DE NACIMIENTO, CLASE PEDIDA Y USUARIO WEB ELEGIDO) Y ESTE
      *PASO DE PROCESO-NOCTURNO:
      *  - DA DE BAJA LAS PREINSCRIPCIONES PENDIENTES QUE NADIE
      *    CONFIRMO EN DIAS-VIGENCIA DIAS, Y PURGA LAS YA
      *    CONFIRMADAS O RECHAZADAS CON ESA MISMA ANTIGUEDAD;
      *  - NUMERA LAS NUEVAS (PREINSCRIPCIONES.NUM) Y LAS BUSCA COMO
      *    PROBABLE DUPLICADO EN SIENT01.FIC (MISMO NOMBRE Y FECHA
      *    DE NACIMIENTO, MISMO TELEFONO, O MISMO NOMBRE Y
      *    DOMICILIO) Y ENTRE LAS PREINSCRIPCIONES PENDIENTES, Y
      *    MARCAN SI EL USUARIO WEB YA ESTA TOMADO EN SIWEB00.FIC;
      *  - LAS DEJA EN LA COLA DEL MOSTRADOR (PREINSCRIPCIONES.DAT),
      *    DONDE PREINSC-MOSTRADOR LAS CONFIRMA CON EL DOCUMENTO A LA
      *    VISTA O LAS RECHAZA.
      *TODO QUEDA EN PREINSCRIPCIONES.LST PARA EL MOSTRADOR DE LA
      *MANIANA. LAS LINEAS QUE NO ENTRAN EN LA TABLA DE LA NOCHE SE
      *DEVUELVEN AL ARCHIVO DE LA WEB PARA LA NOCHE SIGUIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREINSC-WEB ASSIGN TO "PREINSCRIPCIONES-WEB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREINSC-WEB.

      *INTERMEDIO CON LAS LINEAS QUE QUEDAN PARA LA NOCHE SIGUIENTE.
           SELECT PREINSC-WEB-TMP ASSIGN TO "PREINSCRIPCIONES-WEB.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREINSC-TMP.

      *COLA DEL MOSTRADOR, POR NUMERO DE PREINSCRIPCION.
           SELECT PREINSCRIPCIONES ASSIGN TO "PREINSCRIPCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO
               FILE STATUS IS FS-PREINSC.

           SELECT PREINSC-NUMERADOR ASSIGN TO "PREINSCRIPCIONES.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREINSC-NUM.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *ACCESOS WEB POR SOCIO (SIWEB00M).
           SELECT REG-WEB ASSIGN TO "siweb00.fic"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WEB-CLAVE-STATUS
               FILE STATUS IS FS-REG-WEB.

           SELECT LISTADO ASSIGN TO "PREINSCRIPCIONES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *LINEA QUE DEJA LA WEB POR CADA PREINSCRIPCION.
       FD PREINSC-WEB.
       01 LINEA-PREINSC-WEB.
           05 PRW-FECHA               PIC 9(8).
           05 PRW-HORA                PIC 9(6).
           05 PRW-NOMBRE              PIC X(40).
           05 PRW-DOMICILIO           PIC X(40).
           05 PRW-TELEFONO            PIC X(15).
           05 PRW-FECHA-NAC           PIC 9(8).
           05 PRW-CLASE               PIC X(01).
           05 PRW-USUARIO-WEB         PIC X(20).

       FD PREINSC-WEB-TMP.
       01 LINEA-PREINSC-TMP           PIC X(138).

      *PREINSCRIPCION EN LA COLA DEL MOSTRADOR. ESTADO P=PENDIENTE,
      *C=CONFIRMADA (CON LA CLAVE DE SOCIO CREADA), R=RECHAZADA.
       FD PREINSCRIPCIONES.
       01 DATOS-PREINSC.
           05 PRE-NUMERO              PIC 9(6).
           05 PRE-FECHA-PEDIDO        PIC 9(8).
           05 PRE-NOMBRE              PIC X(40).
           05 PRE-DOMICILIO           PIC X(40).
           05 PRE-TELEFONO            PIC X(15).
           05 PRE-FECHA-NAC           PIC 9(8).
           05 PRE-CLASE               PIC X(01).
           05 PRE-USUARIO-WEB         PIC X(20).
           05 PRE-ESTADO              PIC X(01).
               88 PRE-PENDIENTE       VALUE "P".
           05 PRE-DUP-CLAVE           PIC X(11).
           05 PRE-DUP-MOTIVO          PIC X(10).
           05 PRE-USUARIO-USADO       PIC X(01).
           05 PRE-CLAVE-ALTA          PIC X(11).
           05 PRE-FECHA-RESOLUCION    PIC 9(8).
           05 PRE-OPERADOR            PIC X(10).

       FD PREINSC-NUMERADOR.
       01 LINEA-PREINSC-NUMERADOR     PIC 9(6).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(55).
           05 SOCIO-TELEFONO-STATUS   PIC X(15).
           05 SOCIO-DOMICILIO-STATUS  PIC X(40).
           05 SOCIO-FECHA-NAC-STATUS  PIC 9(8).
           05 FILLER                  PIC X(343).

       FD REG-WEB.
       01 DATOS-WEB-STATUS.
           05 WEB-CLAVE-STATUS        PIC X(11).
           05 WEB-USUARIO-STATUS      PIC X(20).
           05 FILLER                  PIC X(114).

       FD LISTADO.
       01 LINEA-LISTADO               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PREINSC-WEB           PIC XX.
           88 FIN-PREINSC-WEB      VALUE "10".
           88 F-NOEXISTE-PRW       VALUE "35".

       77 FS-PREINSC-TMP           PIC XX.
           88 FIN-PREINSC-TMP      VALUE "10".

       77 FS-PREINSC               PIC XX.
           88 ESTA-PREINSC         VALUE "00" "02".
           88 FIN-PREINSC          VALUE "10".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-PREINSC-NUM           PIC XX.
           88 F-NOEXISTE-PRENUM    VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 FIN-REG-SOC          VALUE "10".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-REG-WEB               PIC XX.
           88 FIN-REG-WEB          VALUE "10".
           88 F-NOEXISTE-WEB       VALUE "35".

       77 FS-LISTADO               PIC XX.

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

      *DIAS QUE UNA PREINSCRIPCION ESPERA LA CONFIRMACION EN EL
      *MOSTRADOR ANTES DE VENCER.
       77 DIAS-VIGENCIA            PIC 9(3) VALUE 30.

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-VENCE           PIC 9(8) VALUE ZEROS.
       77 WS-NUMERO                PIC 9(6) VALUE ZEROS.
       77 WS-NOMBRE-FICHA          PIC X(40) VALUE SPACES.
       77 WS-DOMICILIO-FICHA       PIC X(40) VALUE SPACES.
       77 WS-IND                   PIC 9(3) VALUE ZEROS.

      *PREINSCRIPCIONES DE LA NOCHE, YA NORMALIZADAS A MAYUSCULAS,
      *CON EL RESULTADO DE LA BUSQUEDA DE DUPLICADOS.
       77 MAX-NOCHE                PIC 9(3) VALUE 500.
       77 WS-CANT-NOCHE            PIC 9(3) VALUE ZEROS.
       01 TABLA-NOCHE.
           05 NOC-ENTRADA OCCURS 500 TIMES.
               10 NOC-FECHA           PIC 9(8).
               10 NOC-NOMBRE          PIC X(40).
               10 NOC-DOMICILIO       PIC X(40).
               10 NOC-TELEFONO        PIC X(15).
               10 NOC-FECHA-NAC       PIC 9(8).
               10 NOC-CLASE           PIC X(01).
               10 NOC-USUARIO-WEB     PIC X(20).
               10 NOC-DUP-CLAVE       PIC X(11).
               10 NOC-DUP-MOTIVO      PIC X(10).
               10 NOC-USUARIO-USADO   PIC X(01).

      *PARAMETROS DE FECHA-SERIAL.CBL (FECHA DE VENCIMIENTO).
       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

      *TOTALES DE LA CORRIDA.
       77 WS-CANT-NUEVAS           PIC 9(5) VALUE ZEROS.
       77 WS-CANT-DUPLICADAS       PIC 9(5) VALUE ZEROS.
       77 WS-CANT-VENCIDAS         PIC 9(5) VALUE ZEROS.
       77 WS-CANT-PURGADAS         PIC 9(5) VALUE ZEROS.
       77 WS-CANT-PENDIENTES       PIC 9(5) VALUE ZEROS.
       77 WS-CANT-DEVUELTAS        PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-HOY TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           SUBTRACT DIAS-VIGENCIA FROM FSR-SERIAL.
           MOVE "F" TO FSR-ACCION.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           MOVE FSR-FECHA TO WS-FECHA-VENCE.
           DISPLAY "===== PREINSCRIPCIONES WEB DE SOCIOS =====".
           OPEN I-O PREINSCRIPCIONES.
           IF F-NOEXISTE-PRE
               CLOSE PREINSCRIPCIONES
               OPEN OUTPUT PREINSCRIPCIONES
               CLOSE PREINSCRIPCIONES
               OPEN I-O PREINSCRIPCIONES
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PREINSCRIPCIONES WEB - " DELIMITED BY SIZE
                   WS-FECHA-HOY             DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           PERFORM 020-CARGAR-NOCHE THRU 020-CARGAR-NOCHE-EXIT.
           PERFORM 030-REVISAR-COLA THRU 030-REVISAR-COLA-EXIT.
           PERFORM 040-BUSCAR-EN-FICHAS THRU 040-BUSCAR-EN-FICHAS-EXIT.
           PERFORM 050-BUSCAR-USUARIOS THRU 050-BUSCAR-USUARIOS-EXIT.
           PERFORM 060-ENCOLAR-NOCHE THRU 060-ENCOLAR-NOCHE-EXIT.
           CLOSE PREINSCRIPCIONES.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "NUEVAS: " WS-CANT-NUEVAS
                   "  PROBABLES DUPLICADOS: " WS-CANT-DUPLICADAS
                   "  PENDIENTES EN COLA: " WS-CANT-PENDIENTES
                   DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "VENCIDAS SIN CONFIRMAR: " WS-CANT-VENCIDAS
                   "  PURGADAS YA RESUELTAS: " WS-CANT-PURGADAS
                   DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           IF WS-CANT-DEVUELTAS > ZEROS
               MOVE SPACES TO LINEA-LISTADO
               STRING "QUEDAN PARA LA NOCHE SIGUIENTE: "
                       WS-CANT-DEVUELTAS
                       DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
           END-IF.
           CLOSE LISTADO.
           DISPLAY "NUEVAS " WS-CANT-NUEVAS
                   "  DUPLICADOS PROBABLES " WS-CANT-DUPLICADAS
                   "  VENCIDAS " WS-CANT-VENCIDAS
                   "  PURGADAS " WS-CANT-PURGADAS.
       010-PRINCIPAL-FIN.
           GOBACK.

      *LEE LAS LINEAS DE LA WEB A LA TABLA DE LA NOCHE. LO QUE NO
      *ENTRA QUEDA EN EL INTERMEDIO Y VUELVE AL ARCHIVO DE LA WEB;
      *SI NO QUEDA NADA EL ARCHIVO DE LA WEB QUEDA VACIO.
       020-CARGAR-NOCHE.
           MOVE ZEROS TO WS-CANT-NOCHE.
           OPEN INPUT PREINSC-WEB.
           IF F-NOEXISTE-PRW
               GO TO 020-CARGAR-NOCHE-EXIT
           END-IF.
           OPEN OUTPUT PREINSC-WEB-TMP.
           READ PREINSC-WEB AT END SET FIN-PREINSC-WEB TO TRUE
           END-READ.
           PERFORM UNTIL FIN-PREINSC-WEB
               IF WS-CANT-NOCHE < MAX-NOCHE
                   ADD 1 TO WS-CANT-NOCHE
                   PERFORM 025-ANOTAR-LINEA
               ELSE
                   WRITE LINEA-PREINSC-TMP FROM LINEA-PREINSC-WEB
                   ADD 1 TO WS-CANT-DEVUELTAS
               END-IF
               READ PREINSC-WEB AT END SET FIN-PREINSC-WEB TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PREINSC-WEB.
           CLOSE PREINSC-WEB-TMP.
           OPEN INPUT PREINSC-WEB-TMP.
           OPEN OUTPUT PREINSC-WEB.
           READ PREINSC-WEB-TMP AT END SET FIN-PREINSC-TMP TO TRUE
           END-READ.
           PERFORM UNTIL FIN-PREINSC-TMP
               WRITE LINEA-PREINSC-WEB FROM LINEA-PREINSC-TMP
               READ PREINSC-WEB-TMP AT END SET FIN-PREINSC-TMP
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE PREINSC-WEB.
           CLOSE PREINSC-WEB-TMP.
           OPEN OUTPUT PREINSC-WEB-TMP.
           CLOSE PREINSC-WEB-TMP.
       020-CARGAR-NOCHE-EXIT.
           EXIT.

      *LA WEB MANDA MAYUSCULAS Y MINUSCULAS; LA FICHA SE CARGA EN
      *MAYUSCULAS, ASI QUE SE NORMALIZA ANTES DE COMPARAR.
       025-ANOTAR-LINEA.
           MOVE PRW-FECHA       TO NOC-FECHA (WS-CANT-NOCHE).
           MOVE PRW-NOMBRE      TO NOC-NOMBRE (WS-CANT-NOCHE).
           MOVE PRW-DOMICILIO   TO NOC-DOMICILIO (WS-CANT-NOCHE).
           MOVE PRW-TELEFONO    TO NOC-TELEFONO (WS-CANT-NOCHE).
           MOVE PRW-FECHA-NAC   TO NOC-FECHA-NAC (WS-CANT-NOCHE).
           MOVE PRW-CLASE       TO NOC-CLASE (WS-CANT-NOCHE).
           MOVE PRW-USUARIO-WEB TO NOC-USUARIO-WEB (WS-CANT-NOCHE).
           MOVE SPACES TO NOC-DUP-CLAVE (WS-CANT-NOCHE)
                          NOC-DUP-MOTIVO (WS-CANT-NOCHE).
           MOVE "N" TO NOC-USUARIO-USADO (WS-CANT-NOCHE).
           INSPECT NOC-NOMBRE (WS-CANT-NOCHE) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT NOC-DOMICILIO (WS-CANT-NOCHE) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT NOC-CLASE (WS-CANT-NOCHE) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *RECORRE LA COLA: VENCE LAS PENDIENTES VIEJAS, PURGA LAS
      *RESUELTAS VIEJAS Y COMPARA LAS PENDIENTES VIGENTES CON LAS
      *DE LA NOCHE (LA MISMA PERSONA PUEDE HABER MANDADO DOS VECES
      *EL FORMULARIO).
       030-REVISAR-COLA.
           MOVE LOW-VALUES TO DATOS-PREINSC.
           MOVE ZEROS TO PRE-NUMERO.
           START PREINSCRIPCIONES KEY IS NOT LESS THAN PRE-NUMERO
               INVALID KEY SET FIN-PREINSC TO TRUE
           END-START.
           IF NOT FIN-PREINSC
               READ PREINSCRIPCIONES NEXT RECORD AT END
                       SET FIN-PREINSC TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-PREINSC
               IF PRE-FECHA-PEDIDO < WS-FECHA-VENCE
                   IF PRE-PENDIENTE
                       ADD 1 TO WS-CANT-VENCIDAS
                       MOVE SPACES TO LINEA-LISTADO
                       STRING "VENCIDA SIN CONFIRMAR: " PRE-NUMERO
                               " " PRE-FECHA-PEDIDO " "
                               PRE-NOMBRE (1:30)
                               DELIMITED BY SIZE INTO LINEA-LISTADO
                       WRITE LINEA-LISTADO
                   ELSE
                       ADD 1 TO WS-CANT-PURGADAS
                   END-IF
                   DELETE PREINSCRIPCIONES RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               ELSE
                   IF PRE-PENDIENTE
                       ADD 1 TO WS-CANT-PENDIENTES
                       PERFORM 035-COMPARAR-PENDIENTE
                   END-IF
               END-IF
               READ PREINSCRIPCIONES NEXT RECORD AT END
                       SET FIN-PREINSC TO TRUE END-READ
           END-PERFORM.
       030-REVISAR-COLA-EXIT.
           EXIT.

       035-COMPARAR-PENDIENTE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-NOCHE
               IF NOC-DUP-MOTIVO (WS-IND) = SPACES
                   AND PRE-NOMBRE = NOC-NOMBRE (WS-IND)
                   AND PRE-FECHA-NAC = NOC-FECHA-NAC (WS-IND)
                   MOVE PRE-NUMERO TO NOC-DUP-CLAVE (WS-IND)
                   MOVE "PREINSC." TO NOC-DUP-MOTIVO (WS-IND)
               END-IF
           END-PERFORM.

      *UNA PASADA POR SIENT01.FIC COMPARANDO CADA FICHA CONTRA LAS
      *PREINSCRIPCIONES DE LA NOCHE QUE TODAVIA NO TIENEN
      *DUPLICADO: MISMO NOMBRE Y NACIMIENTO, MISMO TELEFONO, O
      *MISMO NOMBRE Y DOMICILIO.
       040-BUSCAR-EN-FICHAS.
           IF WS-CANT-NOCHE = ZEROS
               GO TO 040-BUSCAR-EN-FICHAS-EXIT
           END-IF.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 040-BUSCAR-EN-FICHAS-EXIT
           END-IF.
           MOVE LOW-VALUES TO SOCIO-CLAVE-STATUS.
           START REG-SOCIOS KEY IS NOT LESS THAN SOCIO-CLAVE-STATUS
               INVALID KEY SET FIN-REG-SOC TO TRUE
           END-START.
           IF NOT FIN-REG-SOC
               READ REG-SOCIOS NEXT RECORD AT END SET FIN-REG-SOC
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-SOC
               MOVE SOCIO-NOMBRE-STATUS    TO WS-NOMBRE-FICHA
               MOVE SOCIO-DOMICILIO-STATUS TO WS-DOMICILIO-FICHA
               INSPECT WS-NOMBRE-FICHA CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT WS-DOMICILIO-FICHA CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM 045-COMPARAR-FICHA
               READ REG-SOCIOS NEXT RECORD AT END SET FIN-REG-SOC
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-SOCIOS.
       040-BUSCAR-EN-FICHAS-EXIT.
           EXIT.

       045-COMPARAR-FICHA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-NOCHE
               IF NOC-DUP-MOTIVO (WS-IND) = SPACES
                   EVALUATE TRUE
                       WHEN WS-NOMBRE-FICHA = NOC-NOMBRE (WS-IND)
                           AND SOCIO-FECHA-NAC-STATUS =
                               NOC-FECHA-NAC (WS-IND)
                           MOVE "NOMBRE+NAC" TO NOC-DUP-MOTIVO (WS-IND)
                       WHEN SOCIO-TELEFONO-STATUS NOT = SPACES
                           AND SOCIO-TELEFONO-STATUS =
                               NOC-TELEFONO (WS-IND)
                           MOVE "TELEFONO" TO NOC-DUP-MOTIVO (WS-IND)
                       WHEN WS-NOMBRE-FICHA = NOC-NOMBRE (WS-IND)
                           AND WS-DOMICILIO-FICHA =
                               NOC-DOMICILIO (WS-IND)
                           MOVE "NOMBRE+DOM" TO NOC-DUP-MOTIVO (WS-IND)
                   END-EVALUATE
                   IF NOC-DUP-MOTIVO (WS-IND) NOT = SPACES
                       MOVE SOCIO-CLAVE-STATUS
                               TO NOC-DUP-CLAVE (WS-IND)
                   END-IF
               END-IF
           END-PERFORM.

      *EL USUARIO WEB ELEGIDO NO PUEDE REPETIRSE: SE MARCA PARA QUE
      *EL MOSTRADOR PIDA OTRO AL CONFIRMAR.
       050-BUSCAR-USUARIOS.
           IF WS-CANT-NOCHE = ZEROS
               GO TO 050-BUSCAR-USUARIOS-EXIT
           END-IF.
           OPEN INPUT REG-WEB.
           IF F-NOEXISTE-WEB
               GO TO 050-BUSCAR-USUARIOS-EXIT
           END-IF.
           MOVE LOW-VALUES TO WEB-CLAVE-STATUS.
           START REG-WEB KEY IS NOT LESS THAN WEB-CLAVE-STATUS
               INVALID KEY SET FIN-REG-WEB TO TRUE
           END-START.
           IF NOT FIN-REG-WEB
               READ REG-WEB NEXT RECORD AT END SET FIN-REG-WEB
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-WEB
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-CANT-NOCHE
                   IF WEB-USUARIO-STATUS = NOC-USUARIO-WEB (WS-IND)
                       MOVE "S" TO NOC-USUARIO-USADO (WS-IND)
                   END-IF
               END-PERFORM
               READ REG-WEB NEXT RECORD AT END SET FIN-REG-WEB
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-WEB.
       050-BUSCAR-USUARIOS-EXIT.
           EXIT.

      *GRABA LAS PREINSCRIPCIONES DE LA NOCHE EN LA COLA DEL
      *MOSTRADOR CON SU NUMERO, Y LAS LISTA CON SUS MARCAS.
       060-ENCOLAR-NOCHE.
           IF WS-CANT-NOCHE = ZEROS
               GO TO 060-ENCOLAR-NOCHE-EXIT
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           MOVE "NUMERO"      TO LINEA-LISTADO (1:6).
           MOVE "NOMBRE"      TO LINEA-LISTADO (8:6).
           MOVE "NACIDO"      TO LINEA-LISTADO (39:6).
           MOVE "USUARIO WEB" TO LINEA-LISTADO (48:11).
           WRITE LINEA-LISTADO.
           MOVE ALL "-" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE ZEROS TO WS-NUMERO.
           OPEN INPUT PREINSC-NUMERADOR.
           IF NOT F-NOEXISTE-PRENUM
               READ PREINSC-NUMERADOR INTO WS-NUMERO
                   AT END MOVE ZEROS TO WS-NUMERO
               END-READ
               CLOSE PREINSC-NUMERADOR
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-NOCHE
               PERFORM 065-ENCOLAR-UNA
           END-PERFORM.
           OPEN OUTPUT PREINSC-NUMERADOR.
           MOVE WS-NUMERO TO LINEA-PREINSC-NUMERADOR.
           WRITE LINEA-PREINSC-NUMERADOR.
           CLOSE PREINSC-NUMERADOR.
       060-ENCOLAR-NOCHE-EXIT.
           EXIT.

       065-ENCOLAR-UNA.
           ADD 1 TO WS-NUMERO.
           MOVE SPACES TO DATOS-PREINSC.
           MOVE WS-NUMERO                 TO PRE-NUMERO.
           MOVE NOC-FECHA (WS-IND)        TO PRE-FECHA-PEDIDO.
           IF PRE-FECHA-PEDIDO = ZEROS
               MOVE WS-FECHA-HOY TO PRE-FECHA-PEDIDO
           END-IF.
           MOVE NOC-NOMBRE (WS-IND)       TO PRE-NOMBRE.
           MOVE NOC-DOMICILIO (WS-IND)    TO PRE-DOMICILIO.
           MOVE NOC-TELEFONO (WS-IND)     TO PRE-TELEFONO.
           MOVE NOC-FECHA-NAC (WS-IND)    TO PRE-FECHA-NAC.
           MOVE NOC-CLASE (WS-IND)        TO PRE-CLASE.
           MOVE NOC-USUARIO-WEB (WS-IND)  TO PRE-USUARIO-WEB.
           MOVE "P"                       TO PRE-ESTADO.
           MOVE NOC-DUP-CLAVE (WS-IND)    TO PRE-DUP-CLAVE.
           MOVE NOC-DUP-MOTIVO (WS-IND)   TO PRE-DUP-MOTIVO.
           MOVE NOC-USUARIO-USADO (WS-IND) TO PRE-USUARIO-USADO.
           MOVE ZEROS TO PRE-FECHA-RESOLUCION.
           WRITE DATOS-PREINSC
               INVALID KEY
               MOVE "PREINSCRIPCIONES.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-PREINSC             TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           END-WRITE.
           ADD 1 TO WS-CANT-NUEVAS WS-CANT-PENDIENTES.
           MOVE SPACES TO LINEA-LISTADO.
           MOVE PRE-NUMERO         TO LINEA-LISTADO (1:6).
           MOVE PRE-NOMBRE (1:30)  TO LINEA-LISTADO (8:30).
           MOVE PRE-FECHA-NAC      TO LINEA-LISTADO (39:8).
           MOVE PRE-USUARIO-WEB    TO LINEA-LISTADO (48:20).
           IF PRE-USUARIO-USADO = "S"
               MOVE "(TOMADO)" TO LINEA-LISTADO (69:8)
           END-IF.
           WRITE LINEA-LISTADO.
           IF PRE-DUP-MOTIVO NOT = SPACES
               ADD 1 TO WS-CANT-DUPLICADAS
               MOVE SPACES TO LINEA-LISTADO
               STRING "       PROBABLE DUPLICADO DE " PRE-DUP-CLAVE
                       " POR " PRE-DUP-MOTIVO
                       DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "PREINSC-NOCHE "   DELIMITED BY SIZE
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
       END PROGRAM PREINSC-NOCHE.
