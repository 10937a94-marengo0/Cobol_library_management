       IDENTIFICATION DIVISION.
       PROGRAM-ID.                REVISION-ACCESOS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *REVISION TRIMESTRAL DE ACCESOS AL SISTEMA PARA LOS AUDITORES.
      *NADA MOSTRABA QUIEN PUEDE HACER QUE: SIENT02.FIC TIENE EL
      *NIVEL DE CADA USUARIO Y PERMISOS.DAT LAS FUNCIONES DADAS O
      *NEGADAS UNA POR UNA (SIENT02M, F4). ESTE PROGRAMA:
      *  1. EMITE REVISION-ACCESOS.LST CON CADA USUARIO, SU NIVEL,
      *     LA FECHA DE SU ULTIMO INGRESO (EVENTO "E" DE
      *     TERMINALES.REG) Y CADA FUNCION PERMITIDA O DENEGADA,
      *     MARCANDO LOS QUE USUARIOS-INACTIVOS VA A BLOQUEAR ESA
      *     NOCHE Y LOS PERMISOS QUE QUEDARON DE USUARIOS QUE YA NO
      *     EXISTEN. EL REPORTE SE ARCHIVA EN EL HISTORICO DE
      *     REPORTES (TIPO "REV-ACCESOS") CON SU CORRELATIVO.
      *  2. ANOTA LA CONFORMIDAD DEL DIRECTOR SOBRE UNA REVISION
      *     EMITIDA (CORRELATIVO, FECHA E INICIALES) EN
      *     CONFORMIDAD-ACCESOS.DAT, QUE SOLO SE AGREGA: UNA REVISION
      *     SE CONFORMA UNA SOLA VEZ.
      *  3. LISTA LAS REVISIONES EMITIDAS CON SU CONFORMIDAD O
      *     "PENDIENTE".
      *  4. MANTIENE LOS DIAS SIN USO PARA EL BLOQUEO AUTOMATICO
      *     (ACCESOS-PARAM.DAT, 90 POR OMISION), CON SU LINEA EN
      *     AUDITORIA-PARAMETROS.DAT (TABLA "ACCESOS").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-USUARIOS ASSIGN TO "sient02.fic"
               ORGANIZATION IS INDEXED
               RECORD KEY IS USU-CLAVE-STATUS
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-USUARIOS.

      *MATRIZ DE PERMISOS POR USUARIO Y FUNCION (SIENT02M).
           SELECT PERMISOS ASSIGN TO "PERMISOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERM-CLAVE
               FILE STATUS IS FS-PERMISOS.

           SELECT TERMINALES ASSIGN TO "TERMINALES.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TERMINALES.

      *DIAS SIN USO PARA EL BLOQUEO (USUARIOS-INACTIVOS).
           SELECT ACCESOS-PARAM ASSIGN TO "ACCESOS-PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCESOS-PARAM.

      *CONFORMIDADES DEL DIRECTOR, UNA LINEA POR REVISION.
           SELECT CONFORMIDADES ASSIGN TO "CONFORMIDAD-ACCESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFORMIDADES.

      *TRAZA DE AUDITORIA DE LAS TABLAS DE PARAMETROS, COMUN A
      *TODOS LOS PROGRAMAS QUE LAS MANTIENEN (CONSULTA-AUD-PARAM).
           SELECT AUDITORIA-PARAMETROS
               ASSIGN TO "AUDITORIA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-PAR.

           SELECT REPORTE-ACCESOS ASSIGN TO "REVISION-ACCESOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *ARCHIVO HISTORICO DE REPORTES Y REGISTRO DE CORRIDAS
      *(GESTOR-REPORTES.CBL): MISMO ESQUEMA QUE EL CIERRE Z.
           SELECT REPORTES-ARCHIVO
               ASSIGN TO "REPORTES-ARCHIVO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP-ARCHIVO.

           SELECT REPORTES-REG ASSIGN TO "REPORTES.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP-REG.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD REG-USUARIOS.
       01 DATOS-USUARIO-STATUS.
           05 USU-CLAVE-STATUS        PIC X(11).
           05 USU-NOMBRE-STATUS       PIC X(40).
           05 USU-PASS-STATUS         PIC X(15).
           05 USU-NIVEL-STATUS        PIC X(01).
           05 USU-INTENTOS-STATUS     PIC X(02).
           05 USU-FECHA-CLAVE-STATUS  PIC X(08).
           05 FILLER                  PIC X(90).

       FD PERMISOS.
       01 REG-PERMISO.
           05 PERM-CLAVE.
               10 PERM-USUARIO        PIC X(11).
               10 PERM-FUNCION        PIC X(10).
           05 PERM-PERMITIDO          PIC X(01).
               88 PERM-ES-PERMITIDO   VALUE "S".

       FD TERMINALES.
       01 LINEA-TERMINAL.
           05 TRM-OPERADOR            PIC X(11).
           05 TRM-PROGRAMA            PIC X(12).
           05 TRM-EVENTO              PIC X(1).
               88 TRM-ENTRA           VALUE "E".
           05 TRM-FECHA               PIC 9(8).
           05 TRM-HORA                PIC 9(8).

       FD ACCESOS-PARAM.
       01 LINEA-ACCESOS-PARAM.
           05 PAC-DIAS-INACTIVIDAD    PIC 9(3).

       FD CONFORMIDADES.
       01 LINEA-CONFORMIDAD.
           05 CFA-CORRELATIVO         PIC 9(6).
           05 CFA-FECHA-REVISION      PIC 9(8).
           05 CFA-FECHA-FIRMA         PIC 9(8).
           05 CFA-INICIALES           PIC X(4).
           05 CFA-CARGADO-POR         PIC X(10).
           05 CFA-FECHA-CARGA         PIC 9(8).
           05 CFA-HORA-CARGA          PIC 9(8).

       FD AUDITORIA-PARAMETROS.
       01 LINEA-AUDITORIA-PAR         PIC X(120).
      *VISTA PARA LEER LOS CAMBIOS DE NIVEL DE SIENT02M.
       01 LINEA-AUDITORIA-VISTA.
           05 AUV-TABLA               PIC X(10).
           05 FILLER                  PIC X(03).
           05 AUV-CLAVE               PIC X(15).
           05 FILLER                  PIC X(01).
           05 AUV-CAMPO               PIC X(15).
           05 FILLER                  PIC X(25).
           05 AUV-NUEVO               PIC X(20).
           05 FILLER                  PIC X(01).
           05 AUV-FECHA               PIC X(08).
           05 FILLER                  PIC X(22).

       FD REPORTE-ACCESOS.
       01 LINEA-REPORTE               PIC X(80).

       FD REPORTES-ARCHIVO.
       01 LINEA-REP-ARCHIVO           PIC X(80).

       FD REPORTES-REG.
       01 LINEA-REP-REG.
           05 RR-CORRELATIVO          PIC 9(6).
           05 RR-TIPO                 PIC X(12).
           05 RR-FECHA                PIC 9(8).
           05 RR-HORA                 PIC 9(8).
           05 RR-OPERADOR             PIC X(10).
           05 RR-LINEAS               PIC 9(5).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-USUARIOS          PIC XX.
           88 FIN-REG-USUARIOS     VALUE "10".
           88 F-NOEXISTE-USU       VALUE "35".
       77 FS-PERMISOS              PIC XX.
           88 FIN-PERMISOS         VALUE "10".
           88 F-NOEXISTE-PERM      VALUE "35".
       77 FS-TERMINALES            PIC XX.
           88 FIN-TERMINALES       VALUE "10".
           88 F-NOEXISTE-TRM       VALUE "35".
       77 FS-ACCESOS-PARAM         PIC XX.
           88 FIN-ACCESOS-PARAM    VALUE "10".
           88 F-NOEXISTE-PAC       VALUE "35".
       77 FS-CONFORMIDADES         PIC XX.
           88 FIN-CONFORMIDADES    VALUE "10".
           88 F-NOEXISTE-CFA       VALUE "05" "35".
       77 FS-AUDITORIA-PAR         PIC XX.
           88 F-NOEXISTE-AUDPAR    VALUE "05" "35".
           88 FIN-AUDITORIA-PAR    VALUE "10".
       77 FS-REPORTE               PIC XX.
       77 FS-REP-ARCHIVO           PIC XX.
           88 F-NOEXISTE-REPA      VALUE "35".
       77 FS-REP-REG               PIC XX.
           88 FIN-REP-REG          VALUE "10".
           88 F-NOEXISTE-REPR      VALUE "35".
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

      *CAMPOS DE LA LINEA DE AUDITORIA DE PARAMETROS. EL OPERADOR SE
      *PIDE AL ENTRAR Y FIRMA TAMBIEN LA CORRIDA EN REPORTES.REG Y LA
      *CARGA DE LA CONFORMIDAD.
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

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-RESPUESTA             PIC X(1) VALUE SPACES.
       01 WS-FECHA-HOY-GRUPO.
           05 WS-HOY-ANIO          PIC 9(4).
           05 WS-HOY-MES           PIC 9(2).
           05 WS-HOY-DIA           PIC 9(2).
       01 WS-FECHA-HOY REDEFINES WS-FECHA-HOY-GRUPO PIC 9(8).
       77 WS-HORA-CORRIDA          PIC 9(8) VALUE ZEROS.
       77 WS-SERIAL-HOY            PIC 9(7) VALUE ZEROS.
       77 WS-TRIMESTRE             PIC 9(1) VALUE ZEROS.

      *DIAS SIN USO PARA EL BLOQUEO, MISMA REGLA QUE
      *USUARIOS-INACTIVOS: SIN ARCHIVO O EN CERO RIGEN 90.
       77 WS-DIAS-INACTIVIDAD      PIC 9(3) VALUE 90.
       77 WS-HAY-PARAMETRO         PIC X VALUE "N".
           88 HAY-PARAMETRO        VALUE "S".
       77 WS-DIAS-TEXTO            PIC X(3) VALUE SPACES.
       77 WS-DIAS-NUEVOS           PIC 9(3) VALUE ZEROS.
       01 WS-DIGITO                PIC X.
       01 WS-DIGITO-N REDEFINES WS-DIGITO PIC 9.
       77 WS-DIAS-EDIT             PIC ZZZ9.

       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

      *ULTIMO INGRESO DE CADA OPERADOR SEGUN TERMINALES.REG Y SU
      *ULTIMO DESBLOQUEO EN SIENT02M (AUDITORIA DE PARAMETROS).
       77 MAX-ULTIMOS              PIC 9(3) VALUE 300.
       01 TABLA-ULTIMOS.
           05 ULT-ENT OCCURS 300 TIMES.
               10 ULT-OPERADOR     PIC X(11).
               10 ULT-FECHA        PIC 9(8).
               10 ULT-DESBLOQUEO   PIC 9(8).
       77 WS-ING-OPERADOR          PIC X(11) VALUE SPACES.
       77 WS-ING-FECHA             PIC 9(8) VALUE ZEROS.
       77 WS-ING-DESBLOQUEO        PIC X VALUE "N".
           88 ING-ES-DESBLOQUEO    VALUE "S".
       77 WS-CANT-ULTIMOS          PIC 9(3) VALUE ZEROS.
       77 WS-IND-ULT               PIC 9(3) VALUE ZEROS.
       77 WS-IND-HALLADO           PIC 9(3) VALUE ZEROS.

      *USUARIOS DE SIENT02.FIC, PARA RECONOCER LOS PERMISOS QUE
      *QUEDARON DE USUARIOS BORRADOS.
       77 MAX-USUARIOS             PIC 9(3) VALUE 300.
       01 TABLA-USUARIOS.
           05 USR-CLAVE OCCURS 300 TIMES PIC X(11).
       77 WS-CANT-USUARIOS         PIC 9(3) VALUE ZEROS.
       77 WS-IND-USR               PIC 9(3) VALUE ZEROS.
       77 WS-HAY-PERMISOS          PIC X VALUE "N".
           88 HAY-PERMISOS         VALUE "S".

      *DATOS DEL USUARIO EN CURSO PARA EL REPORTE.
       77 WS-FECHA-USO             PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-EDIT-GRUPO.
           05 WS-FED-DIA           PIC 9(2).
           05 FILLER               PIC X VALUE "/".
           05 WS-FED-MES           PIC 9(2).
           05 FILLER               PIC X VALUE "/".
           05 WS-FED-ANIO          PIC 9(4).
       01 WS-FECHA-PARTES.
           05 WS-FPA-ANIO          PIC 9(4).
           05 WS-FPA-MES           PIC 9(2).
           05 WS-FPA-DIA           PIC 9(2).
       01 WS-FECHA-PARTES-N REDEFINES WS-FECHA-PARTES PIC 9(8).
       77 WS-DIAS-SIN-USO          PIC 9(7) VALUE ZEROS.
       77 WS-NIVEL-TEXTO           PIC X(13) VALUE SPACES.
       77 WS-SE-BLOQUEA            PIC X VALUE "N".
           88 SE-BLOQUEA           VALUE "S".
       77 WS-CANT-PERMISOS-USU     PIC 9(3) VALUE ZEROS.

      *TOTALES DEL REPORTE.
       77 WS-TOT-USUARIOS          PIC 9(4) VALUE ZEROS.
       77 WS-TOT-ADMIN             PIC 9(4) VALUE ZEROS.
       77 WS-TOT-BLOQUEADOS        PIC 9(4) VALUE ZEROS.
       77 WS-TOT-A-BLOQUEAR        PIC 9(4) VALUE ZEROS.
       77 WS-TOT-PERMITIDOS        PIC 9(5) VALUE ZEROS.
       77 WS-TOT-DENEGADOS         PIC 9(5) VALUE ZEROS.
       77 WS-TOT-HUERFANOS         PIC 9(5) VALUE ZEROS.

      *ARMADO DEL REPORTE.
       77 WS-CORRELATIVO           PIC 9(6) VALUE ZEROS.
       77 WS-LINEAS-REPORTE        PIC 9(5) VALUE ZEROS.

      *REVISIONES EMITIDAS (REPORTES.REG) Y SU CONFORMIDAD.
       77 MAX-REVISIONES           PIC 9(3) VALUE 200.
       01 TABLA-REVISIONES.
           05 REV-ENT OCCURS 200 TIMES.
               10 REV-CORRELATIVO  PIC 9(6).
               10 REV-FECHA        PIC 9(8).
               10 REV-OPERADOR     PIC X(10).
               10 REV-FECHA-FIRMA  PIC 9(8).
               10 REV-INICIALES    PIC X(4).
       77 WS-CANT-REVISIONES       PIC 9(3) VALUE ZEROS.
       77 WS-IND-REV               PIC 9(3) VALUE ZEROS.
       77 WS-IND-REV-ELEGIDA       PIC 9(3) VALUE ZEROS.
       77 WS-CORR-TEXTO            PIC X(6) VALUE SPACES.
       77 WS-CORR-ELEGIDO          PIC 9(6) VALUE ZEROS.
       77 WS-FECHA-TEXTO           PIC X(8) VALUE SPACES.
       77 WS-FECHA-FIRMA           PIC 9(8) VALUE ZEROS.
       77 WS-INICIALES             PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
      *SIN OPERADOR NO SE ENTRA: LA CORRIDA, LA CONFORMIDAD Y LOS
      *CAMBIOS DE PARAMETRO QUEDAN A SU NOMBRE.
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
               DISPLAY "===== REVISION DE ACCESOS AL SISTEMA ====="
               DISPLAY "1. EMITIR LA REVISION DE ACCESOS"
               DISPLAY "2. CONFORMIDAD DEL DIRECTOR"
               DISPLAY "3. LISTAR REVISIONES Y CONFORMIDADES"
               DISPLAY "4. DIAS SIN USO PARA EL BLOQUEO"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-EMITIR-REVISION
                                  THRU 020-EMITIR-REVISION-EXIT
                   WHEN 2 PERFORM 060-CONFORMIDAD
                                  THRU 060-CONFORMIDAD-EXIT
                   WHEN 3 PERFORM 070-LISTAR-REVISIONES
                   WHEN 4 PERFORM 080-MANTENER-DIAS
                                  THRU 080-MANTENER-DIAS-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *REVISION-ACCESOS.LST Y SU COPIA EN EL HISTORICO DE REPORTES,
      *DETRAS DE UN ENCABEZADO "###" CON EL PROXIMO CORRELATIVO, Y LA
      *CORRIDA ANOTADA EN REPORTES.REG.
       020-EMITIR-REVISION.
           OPEN INPUT REG-USUARIOS.
           IF F-NOEXISTE-USU
               DISPLAY "NO SE ENCUENTRA SIENT02.FIC."
               MOVE "sient02.fic"   TO WS-ARCHIVO-ERROR
               MOVE FS-REG-USUARIOS TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-USUARIOS
               GO TO 020-EMITIR-REVISION-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORRIDA FROM TIME.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-HOY TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           MOVE FSR-SERIAL TO WS-SERIAL-HOY.
           COMPUTE WS-TRIMESTRE = (WS-HOY-MES + 2) / 3.
           PERFORM 030-LEER-PARAMETRO THRU 030-LEER-PARAMETRO-EXIT.
           PERFORM 035-CARGAR-INGRESOS THRU 035-CARGAR-INGRESOS-EXIT.
           MOVE "N" TO WS-HAY-PERMISOS.
           OPEN INPUT PERMISOS.
           IF F-NOEXISTE-PERM
               CLOSE PERMISOS
           ELSE
               MOVE "S" TO WS-HAY-PERMISOS
           END-IF.
           MOVE ZEROS TO WS-TOT-USUARIOS WS-TOT-ADMIN
                         WS-TOT-BLOQUEADOS WS-TOT-A-BLOQUEAR
                         WS-TOT-PERMITIDOS WS-TOT-DENEGADOS
                         WS-TOT-HUERFANOS WS-CANT-USUARIOS.
           PERFORM 040-ABRIR-REPORTE.

           MOVE LOW-VALUES TO USU-CLAVE-STATUS.
           START REG-USUARIOS KEY IS NOT LESS THAN USU-CLAVE-STATUS
               INVALID KEY SET FIN-REG-USUARIOS TO TRUE
           END-START.
           IF NOT FIN-REG-USUARIOS
               READ REG-USUARIOS NEXT RECORD AT END
                       SET FIN-REG-USUARIOS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-USUARIOS
               PERFORM 045-BLOQUE-USUARIO
               READ REG-USUARIOS NEXT RECORD AT END
                       SET FIN-REG-USUARIOS TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-USUARIOS.
           IF HAY-PERMISOS
               PERFORM 050-PERMISOS-HUERFANOS
               CLOSE PERMISOS
           END-IF.
           PERFORM 055-CERRAR-REPORTE.
           DISPLAY "REVISION-ACCESOS.LST GENERADO Y ARCHIVADO "
                   "(CORRIDA " WS-CORRELATIVO "). FALTA LA "
                   "CONFORMIDAD DEL DIRECTOR (OPCION 2).".
       020-EMITIR-REVISION-EXIT.
           EXIT.

       030-LEER-PARAMETRO.
           MOVE 90 TO WS-DIAS-INACTIVIDAD.
           MOVE "N" TO WS-HAY-PARAMETRO.
           OPEN INPUT ACCESOS-PARAM.
           IF F-NOEXISTE-PAC
               CLOSE ACCESOS-PARAM
               GO TO 030-LEER-PARAMETRO-EXIT
           END-IF.
           READ ACCESOS-PARAM AT END SET FIN-ACCESOS-PARAM TO TRUE
           END-READ.
           IF NOT FIN-ACCESOS-PARAM
               AND PAC-DIAS-INACTIVIDAD IS NUMERIC
               AND PAC-DIAS-INACTIVIDAD > ZEROS
               MOVE "S" TO WS-HAY-PARAMETRO
               MOVE PAC-DIAS-INACTIVIDAD TO WS-DIAS-INACTIVIDAD
           END-IF.
           CLOSE ACCESOS-PARAM.
       030-LEER-PARAMETRO-EXIT.
           EXIT.

      *FECHA DEL EVENTO "E" MAS RECIENTE DE CADA OPERADOR.
       035-CARGAR-INGRESOS.
           MOVE ZEROS TO WS-CANT-ULTIMOS.
           OPEN INPUT TERMINALES.
           IF F-NOEXISTE-TRM
               CLOSE TERMINALES
               GO TO 035-LEER-DESBLOQUEOS
           END-IF.
           READ TERMINALES AT END SET FIN-TERMINALES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-TERMINALES
               IF TRM-ENTRA AND TRM-OPERADOR NOT = SPACES
                   MOVE TRM-OPERADOR TO WS-ING-OPERADOR
                   MOVE TRM-FECHA    TO WS-ING-FECHA
                   PERFORM 036-ANOTAR-INGRESO
                           THRU 036-ANOTAR-INGRESO-EXIT
               END-IF
               READ TERMINALES AT END SET FIN-TERMINALES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TERMINALES.
       035-LEER-DESBLOQUEOS.
      *UN DESBLOQUEO (NIVEL QUE DEJA DE SER "B") CUENTA COMO USO.
           MOVE "S" TO WS-ING-DESBLOQUEO.
           OPEN INPUT AUDITORIA-PARAMETROS.
           IF F-NOEXISTE-AUDPAR
               CLOSE AUDITORIA-PARAMETROS
               MOVE "N" TO WS-ING-DESBLOQUEO
               GO TO 035-CARGAR-INGRESOS-EXIT
           END-IF.
           READ AUDITORIA-PARAMETROS AT END
                   SET FIN-AUDITORIA-PAR TO TRUE END-READ.
           PERFORM UNTIL FIN-AUDITORIA-PAR
               IF AUV-TABLA = "USUARIOS" AND AUV-CAMPO = "NIVEL"
                   AND AUV-NUEVO (1:1) NOT = "B"
                   AND AUV-FECHA IS NUMERIC
                   MOVE AUV-CLAVE (1:11) TO WS-ING-OPERADOR
                   MOVE AUV-FECHA        TO WS-ING-FECHA
                   PERFORM 036-ANOTAR-INGRESO
                           THRU 036-ANOTAR-INGRESO-EXIT
               END-IF
               READ AUDITORIA-PARAMETROS AT END
                       SET FIN-AUDITORIA-PAR TO TRUE END-READ
           END-PERFORM.
           CLOSE AUDITORIA-PARAMETROS.
           MOVE "N" TO WS-ING-DESBLOQUEO.
       035-CARGAR-INGRESOS-EXIT.
           EXIT.

       036-ANOTAR-INGRESO.
           MOVE ZEROS TO WS-IND-HALLADO.
           PERFORM VARYING WS-IND-ULT FROM 1 BY 1
                   UNTIL WS-IND-ULT > WS-CANT-ULTIMOS
                       OR WS-IND-HALLADO NOT = ZEROS
               IF ULT-OPERADOR (WS-IND-ULT) = WS-ING-OPERADOR
                   MOVE WS-IND-ULT TO WS-IND-HALLADO
               END-IF
           END-PERFORM.
           IF WS-IND-HALLADO = ZEROS
               IF WS-CANT-ULTIMOS < MAX-ULTIMOS
                   ADD 1 TO WS-CANT-ULTIMOS
                   MOVE WS-CANT-ULTIMOS TO WS-IND-HALLADO
                   MOVE WS-ING-OPERADOR
                           TO ULT-OPERADOR (WS-IND-HALLADO)
                   MOVE ZEROS TO ULT-FECHA (WS-IND-HALLADO)
                                 ULT-DESBLOQUEO (WS-IND-HALLADO)
               END-IF
           END-IF.
           IF WS-IND-HALLADO = ZEROS
               GO TO 036-ANOTAR-INGRESO-EXIT
           END-IF.
           IF ING-ES-DESBLOQUEO
               IF WS-ING-FECHA > ULT-DESBLOQUEO (WS-IND-HALLADO)
                   MOVE WS-ING-FECHA TO ULT-DESBLOQUEO (WS-IND-HALLADO)
               END-IF
           ELSE
               IF WS-ING-FECHA > ULT-FECHA (WS-IND-HALLADO)
                   MOVE WS-ING-FECHA TO ULT-FECHA (WS-IND-HALLADO)
               END-IF
           END-IF.
       036-ANOTAR-INGRESO-EXIT.
           EXIT.

       040-ABRIR-REPORTE.
           MOVE ZEROS TO WS-CORRELATIVO.
           OPEN INPUT REPORTES-REG.
           IF NOT F-NOEXISTE-REPR
               READ REPORTES-REG AT END SET FIN-REP-REG TO TRUE
               END-READ
               PERFORM UNTIL FIN-REP-REG
                   IF RR-CORRELATIVO > WS-CORRELATIVO
                       MOVE RR-CORRELATIVO TO WS-CORRELATIVO
                   END-IF
                   READ REPORTES-REG AT END SET FIN-REP-REG TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REPORTES-REG.
           ADD 1 TO WS-CORRELATIVO.
           MOVE ZEROS TO WS-LINEAS-REPORTE.
           OPEN OUTPUT REPORTE-ACCESOS.
           OPEN EXTEND REPORTES-ARCHIVO.
           IF F-NOEXISTE-REPA
               CLOSE REPORTES-ARCHIVO
               OPEN OUTPUT REPORTES-ARCHIVO
           END-IF.
           MOVE SPACES TO LINEA-REP-ARCHIVO.
           STRING "### "           DELIMITED BY SIZE
                   WS-CORRELATIVO  DELIMITED BY SIZE
                   " REV-ACCESOS " DELIMITED BY SIZE
                   WS-FECHA-HOY    DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   WS-HORA-CORRIDA DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   AUDP-OPERADOR   DELIMITED BY SIZE
                   INTO LINEA-REP-ARCHIVO
           END-STRING.
           WRITE LINEA-REP-ARCHIVO.
           MOVE WS-FECHA-HOY TO WS-FECHA-PARTES-N.
           PERFORM 047-EDITAR-FECHA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REVISION TRIMESTRAL DE ACCESOS - TRIMESTRE "
                           DELIMITED BY SIZE
                   WS-HOY-ANIO DELIMITED BY SIZE
                   "/"         DELIMITED BY SIZE
                   WS-TRIMESTRE DELIMITED BY SIZE
                   " - AL "    DELIMITED BY SIZE
                   WS-FECHA-EDIT-GRUPO DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REVISION NRO " DELIMITED BY SIZE
                   WS-CORRELATIVO DELIMITED BY SIZE
                   " EMITIDA POR " DELIMITED BY SIZE
                   AUDP-OPERADOR  DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE WS-DIAS-INACTIVIDAD TO WS-DIAS-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BLOQUEO AUTOMATICO CON MAS DE" DELIMITED BY SIZE
                   WS-DIAS-EDIT DELIMITED BY SIZE
                   " DIAS SIN USO" DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           IF NOT HAY-PARAMETRO
               MOVE "(VALOR POR OMISION)" TO LINEA-REPORTE (47:19)
           END-IF.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE ALL "=" TO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE "USUARIO"        TO LINEA-REPORTE (1:7).
           MOVE "NOMBRE"         TO LINEA-REPORTE (13:6).
           MOVE "NIVEL"          TO LINEA-REPORTE (44:5).
           MOVE "ULTIMO INGRESO" TO LINEA-REPORTE (58:14).
           PERFORM 095-ESCRIBIR-LINEA.

      *UN USUARIO: SU LINEA CON NIVEL Y ULTIMO USO, Y DEBAJO CADA
      *FUNCION DE SU MATRIZ DE PERMISOS.
       045-BLOQUE-USUARIO.
           ADD 1 TO WS-TOT-USUARIOS.
           IF WS-CANT-USUARIOS < MAX-USUARIOS
               ADD 1 TO WS-CANT-USUARIOS
               MOVE USU-CLAVE-STATUS TO USR-CLAVE (WS-CANT-USUARIOS)
           END-IF.
           EVALUATE USU-NIVEL-STATUS
               WHEN "A"
                   MOVE "ADMINISTRADOR" TO WS-NIVEL-TEXTO
                   ADD 1 TO WS-TOT-ADMIN
               WHEN "C"
                   MOVE "CONSULTA"      TO WS-NIVEL-TEXTO
               WHEN "B"
                   MOVE "BLOQUEADO"     TO WS-NIVEL-TEXTO
                   ADD 1 TO WS-TOT-BLOQUEADOS
               WHEN OTHER
                   MOVE SPACES TO WS-NIVEL-TEXTO
                   STRING "OTRO (" DELIMITED BY SIZE
                           USU-NIVEL-STATUS DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-NIVEL-TEXTO
           END-EVALUATE.
      *ULTIMO USO, MISMA REGLA QUE USUARIOS-INACTIVOS: EL ULTIMO
      *INGRESO O, SI NUNCA SE FIRMO, EL ULTIMO CAMBIO DE CLAVE.
           MOVE ZEROS TO WS-FECHA-USO WS-IND-HALLADO.
           PERFORM VARYING WS-IND-ULT FROM 1 BY 1
                   UNTIL WS-IND-ULT > WS-CANT-ULTIMOS
               IF ULT-OPERADOR (WS-IND-ULT) = USU-CLAVE-STATUS
                   MOVE ULT-FECHA (WS-IND-ULT) TO WS-FECHA-USO
                   MOVE WS-IND-ULT TO WS-IND-HALLADO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE USU-CLAVE-STATUS         TO LINEA-REPORTE (1:11).
           MOVE USU-NOMBRE-STATUS (1:30) TO LINEA-REPORTE (13:30).
           MOVE WS-NIVEL-TEXTO           TO LINEA-REPORTE (44:13).
           IF WS-FECHA-USO = ZEROS
               MOVE "NUNCA"              TO LINEA-REPORTE (58:5)
           ELSE
               MOVE WS-FECHA-USO TO WS-FECHA-PARTES-N
               PERFORM 047-EDITAR-FECHA
               MOVE WS-FECHA-EDIT-GRUPO  TO LINEA-REPORTE (58:10)
           END-IF.
           PERFORM 095-ESCRIBIR-LINEA.
      *PARA EL BLOQUEO CUENTA TAMBIEN EL ULTIMO DESBLOQUEO.
           IF WS-IND-HALLADO NOT = ZEROS
               IF ULT-DESBLOQUEO (WS-IND-HALLADO) > WS-FECHA-USO
                   MOVE ULT-DESBLOQUEO (WS-IND-HALLADO) TO WS-FECHA-USO
               END-IF
           END-IF.
           IF WS-FECHA-USO = ZEROS
               AND USU-FECHA-CLAVE-STATUS IS NUMERIC
               MOVE USU-FECHA-CLAVE-STATUS TO WS-FECHA-USO
           END-IF.
           MOVE "N" TO WS-SE-BLOQUEA.
           MOVE ZEROS TO WS-DIAS-SIN-USO.
           IF USU-NIVEL-STATUS NOT = "B"
               IF WS-FECHA-USO = ZEROS
                   MOVE "S" TO WS-SE-BLOQUEA
               ELSE
                   MOVE "S" TO FSR-ACCION
                   MOVE WS-FECHA-USO TO FSR-FECHA
                   CALL "FECHA-SERIAL" USING FSR-PARAMETROS
                   IF FSR-RESULTADO NOT = "OK"
                       MOVE "S" TO WS-SE-BLOQUEA
                   ELSE
                       IF FSR-SERIAL < WS-SERIAL-HOY
                           COMPUTE WS-DIAS-SIN-USO =
                                   WS-SERIAL-HOY - FSR-SERIAL
                       END-IF
                       IF WS-DIAS-SIN-USO > WS-DIAS-INACTIVIDAD
                           MOVE "S" TO WS-SE-BLOQUEA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF SE-BLOQUEA
               ADD 1 TO WS-TOT-A-BLOQUEAR
               MOVE SPACES TO LINEA-REPORTE
               IF WS-DIAS-SIN-USO = ZEROS
                   MOVE "    >> SIN USO REGISTRADO: SE BLOQUEA EN EL "
                           TO LINEA-REPORTE (1:45)
               ELSE
                   MOVE WS-DIAS-SIN-USO TO WS-DIAS-EDIT
                   STRING "    >> " DELIMITED BY SIZE
                           WS-DIAS-EDIT DELIMITED BY SIZE
                           " DIAS SIN USO: SE BLOQUEA EN EL "
                                   DELIMITED BY SIZE
                           INTO LINEA-REPORTE
               END-IF
               MOVE "PROXIMO CIERRE NOCTURNO" TO LINEA-REPORTE (46:23)
               PERFORM 095-ESCRIBIR-LINEA
           END-IF.
           MOVE ZEROS TO WS-CANT-PERMISOS-USU.
           IF HAY-PERMISOS
               PERFORM 048-PERMISOS-USUARIO
           END-IF.
           IF WS-CANT-PERMISOS-USU = ZEROS
               MOVE SPACES TO LINEA-REPORTE
               MOVE "    SIN PERMISOS PROPIOS: RIGE EL NIVEL"
                       TO LINEA-REPORTE
               PERFORM 095-ESCRIBIR-LINEA
           END-IF.

      *WS-FECHA-PARTES A DD/MM/AAAA EN WS-FECHA-EDIT-GRUPO.
       047-EDITAR-FECHA.
           MOVE WS-FPA-DIA  TO WS-FED-DIA.
           MOVE WS-FPA-MES  TO WS-FED-MES.
           MOVE WS-FPA-ANIO TO WS-FED-ANIO.

      *LAS FUNCIONES DEL USUARIO LEIDO, EN ORDEN DE FUNCION.
       048-PERMISOS-USUARIO.
           MOVE "00" TO FS-PERMISOS.
           MOVE USU-CLAVE-STATUS TO PERM-USUARIO.
           MOVE LOW-VALUES TO PERM-FUNCION.
           START PERMISOS KEY IS NOT LESS THAN PERM-CLAVE
               INVALID KEY SET FIN-PERMISOS TO TRUE
           END-START.
           IF NOT FIN-PERMISOS
               READ PERMISOS NEXT RECORD AT END
                       SET FIN-PERMISOS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-PERMISOS
                   OR PERM-USUARIO NOT = USU-CLAVE-STATUS
               ADD 1 TO WS-CANT-PERMISOS-USU
               MOVE SPACES TO LINEA-REPORTE
               MOVE "FUNCION"    TO LINEA-REPORTE (5:7)
               MOVE PERM-FUNCION TO LINEA-REPORTE (13:10)
               IF PERM-ES-PERMITIDO
                   MOVE "PERMITIDA" TO LINEA-REPORTE (24:9)
                   ADD 1 TO WS-TOT-PERMITIDOS
               ELSE
                   MOVE "DENEGADA"  TO LINEA-REPORTE (24:8)
                   ADD 1 TO WS-TOT-DENEGADOS
               END-IF
               PERFORM 095-ESCRIBIR-LINEA
               READ PERMISOS NEXT RECORD AT END
                       SET FIN-PERMISOS TO TRUE END-READ
           END-PERFORM.

      *FILAS DE PERMISOS.DAT DE USUARIOS QUE YA NO ESTAN EN
      *SIENT02.FIC (SIENT02M BORRA EL USUARIO PERO NO SU MATRIZ).
       050-PERMISOS-HUERFANOS.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE "PERMISOS DE USUARIOS QUE YA NO EXISTEN:"
                   TO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE "00" TO FS-PERMISOS.
           MOVE LOW-VALUES TO PERM-CLAVE.
           START PERMISOS KEY IS NOT LESS THAN PERM-CLAVE
               INVALID KEY SET FIN-PERMISOS TO TRUE
           END-START.
           IF NOT FIN-PERMISOS
               READ PERMISOS NEXT RECORD AT END
                       SET FIN-PERMISOS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-PERMISOS
               MOVE "N" TO WS-RESPUESTA
               PERFORM VARYING WS-IND-USR FROM 1 BY 1
                       UNTIL WS-IND-USR > WS-CANT-USUARIOS
                           OR WS-RESPUESTA = "S"
                   IF USR-CLAVE (WS-IND-USR) = PERM-USUARIO
                       MOVE "S" TO WS-RESPUESTA
                   END-IF
               END-PERFORM
               IF WS-RESPUESTA = "N"
                   ADD 1 TO WS-TOT-HUERFANOS
                   MOVE SPACES TO LINEA-REPORTE
                   MOVE PERM-USUARIO TO LINEA-REPORTE (1:11)
                   MOVE "FUNCION"    TO LINEA-REPORTE (13:7)
                   MOVE PERM-FUNCION TO LINEA-REPORTE (21:10)
                   IF PERM-ES-PERMITIDO
                       MOVE "PERMITIDA" TO LINEA-REPORTE (32:9)
                   ELSE
                       MOVE "DENEGADA"  TO LINEA-REPORTE (32:8)
                   END-IF
                   PERFORM 095-ESCRIBIR-LINEA
               END-IF
               READ PERMISOS NEXT RECORD AT END
                       SET FIN-PERMISOS TO TRUE END-READ
           END-PERFORM.
           IF WS-TOT-HUERFANOS = ZEROS
               MOVE "    NINGUNO" TO LINEA-REPORTE
               PERFORM 095-ESCRIBIR-LINEA
           END-IF.

      *TOTALES, ESPACIO PARA LA FIRMA DEL DIRECTOR Y LA CORRIDA
      *ANOTADA EN REPORTES.REG.
       055-CERRAR-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE ALL "=" TO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "USUARIOS " DELIMITED BY SIZE
                   WS-TOT-USUARIOS DELIMITED BY SIZE
                   "  ADMINISTRADORES " DELIMITED BY SIZE
                   WS-TOT-ADMIN DELIMITED BY SIZE
                   "  BLOQUEADOS " DELIMITED BY SIZE
                   WS-TOT-BLOQUEADOS DELIMITED BY SIZE
                   "  A BLOQUEAR " DELIMITED BY SIZE
                   WS-TOT-A-BLOQUEAR DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FUNCIONES PERMITIDAS " DELIMITED BY SIZE
                   WS-TOT-PERMITIDOS DELIMITED BY SIZE
                   "  DENEGADAS " DELIMITED BY SIZE
                   WS-TOT-DENEGADOS DELIMITED BY SIZE
                   "  DE USUARIOS INEXISTENTES " DELIMITED BY SIZE
                   WS-TOT-HUERFANOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE "CONFORMIDAD DEL DIRECTOR:  FECHA ____/____/______   "
                   TO LINEA-REPORTE.
           MOVE "INICIALES ______" TO LINEA-REPORTE (53:16).
           PERFORM 095-ESCRIBIR-LINEA.
           CLOSE REPORTE-ACCESOS.
           CLOSE REPORTES-ARCHIVO.
           OPEN EXTEND REPORTES-REG.
           IF F-NOEXISTE-REPR
               CLOSE REPORTES-REG
               OPEN OUTPUT REPORTES-REG
           END-IF.
           MOVE WS-CORRELATIVO    TO RR-CORRELATIVO.
           MOVE "REV-ACCESOS"     TO RR-TIPO.
           MOVE WS-FECHA-HOY      TO RR-FECHA.
           MOVE WS-HORA-CORRIDA   TO RR-HORA.
           MOVE AUDP-OPERADOR     TO RR-OPERADOR.
           MOVE WS-LINEAS-REPORTE TO RR-LINEAS.
           WRITE LINEA-REP-REG.
           CLOSE REPORTES-REG.

      *CONFORMIDAD DEL DIRECTOR SOBRE UNA REVISION EMITIDA. POR
      *OMISION SE PROPONE LA ULTIMA SIN CONFORMAR.
       060-CONFORMIDAD.
           PERFORM 065-CARGAR-REVISIONES
                   THRU 065-CARGAR-REVISIONES-EXIT.
           MOVE ZEROS TO WS-IND-REV-ELEGIDA.
           PERFORM VARYING WS-IND-REV FROM 1 BY 1
                   UNTIL WS-IND-REV > WS-CANT-REVISIONES
               IF REV-FECHA-FIRMA (WS-IND-REV) = ZEROS
                   MOVE WS-IND-REV TO WS-IND-REV-ELEGIDA
               END-IF
           END-PERFORM.
           IF WS-IND-REV-ELEGIDA = ZEROS
               DISPLAY "NO HAY REVISIONES PENDIENTES DE CONFORMIDAD."
               GO TO 060-CONFORMIDAD-EXIT
           END-IF.
           DISPLAY "Revision a conformar (ENTER = "
                   REV-CORRELATIVO (WS-IND-REV-ELEGIDA) "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CORR-TEXTO.
           ACCEPT WS-CORR-TEXTO.
           IF WS-CORR-TEXTO NOT = SPACES
               IF WS-CORR-TEXTO IS NOT NUMERIC
                   DISPLAY "NUMERO DE REVISION NO VALIDO."
                   GO TO 060-CONFORMIDAD-EXIT
               END-IF
               MOVE WS-CORR-TEXTO TO WS-CORR-ELEGIDO
               MOVE ZEROS TO WS-IND-REV-ELEGIDA
               PERFORM VARYING WS-IND-REV FROM 1 BY 1
                       UNTIL WS-IND-REV > WS-CANT-REVISIONES
                   IF REV-CORRELATIVO (WS-IND-REV) = WS-CORR-ELEGIDO
                       MOVE WS-IND-REV TO WS-IND-REV-ELEGIDA
                   END-IF
               END-PERFORM
               IF WS-IND-REV-ELEGIDA = ZEROS
                   DISPLAY "ESA CORRIDA NO ES UNA REVISION DE "
                           "ACCESOS."
                   GO TO 060-CONFORMIDAD-EXIT
               END-IF
               IF REV-FECHA-FIRMA (WS-IND-REV-ELEGIDA) NOT = ZEROS
                   DISPLAY "ESA REVISION YA TIENE CONFORMIDAD DEL "
                           REV-FECHA-FIRMA (WS-IND-REV-ELEGIDA)
                           " (" REV-INICIALES (WS-IND-REV-ELEGIDA)
                           ")."
                   GO TO 060-CONFORMIDAD-EXIT
               END-IF
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Fecha de la conformidad AAAAMMDD (ENTER = HOY): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-TEXTO.
           ACCEPT WS-FECHA-TEXTO.
           IF WS-FECHA-TEXTO = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-FIRMA
           ELSE
               IF WS-FECHA-TEXTO IS NOT NUMERIC
                   DISPLAY "FECHA NO VALIDA."
                   GO TO 060-CONFORMIDAD-EXIT
               END-IF
               MOVE WS-FECHA-TEXTO TO WS-FECHA-FIRMA
               MOVE "S" TO FSR-ACCION
               MOVE WS-FECHA-FIRMA TO FSR-FECHA
               CALL "FECHA-SERIAL" USING FSR-PARAMETROS
               IF FSR-RESULTADO NOT = "OK"
                   OR WS-FECHA-FIRMA > WS-FECHA-HOY
                   OR WS-FECHA-FIRMA
                       < REV-FECHA (WS-IND-REV-ELEGIDA)
                   DISPLAY "FECHA NO VALIDA: DEBE ESTAR ENTRE LA "
                           "EMISION DE LA REVISION Y HOY."
                   GO TO 060-CONFORMIDAD-EXIT
               END-IF
           END-IF.
           DISPLAY "Iniciales del director: " WITH NO ADVANCING.
           MOVE SPACES TO WS-INICIALES.
           ACCEPT WS-INICIALES.
           IF WS-INICIALES = SPACES
               DISPLAY "FALTAN LAS INICIALES, NO SE ANOTA."
               GO TO 060-CONFORMIDAD-EXIT
           END-IF.
           DISPLAY "Revision " REV-CORRELATIVO (WS-IND-REV-ELEGIDA)
                   " del " REV-FECHA (WS-IND-REV-ELEGIDA)
                   ", conformada el " WS-FECHA-FIRMA
                   " por " WS-INICIALES ". Confirma (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-RESPUESTA.
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               DISPLAY "NO SE ANOTO."
               GO TO 060-CONFORMIDAD-EXIT
           END-IF.
           OPEN EXTEND CONFORMIDADES.
           IF F-NOEXISTE-CFA
               CLOSE CONFORMIDADES
               OPEN OUTPUT CONFORMIDADES
           END-IF.
           MOVE REV-CORRELATIVO (WS-IND-REV-ELEGIDA)
                   TO CFA-CORRELATIVO.
           MOVE REV-FECHA (WS-IND-REV-ELEGIDA) TO CFA-FECHA-REVISION.
           MOVE WS-FECHA-FIRMA  TO CFA-FECHA-FIRMA.
           MOVE WS-INICIALES    TO CFA-INICIALES.
           MOVE AUDP-OPERADOR   TO CFA-CARGADO-POR.
           MOVE WS-FECHA-HOY    TO CFA-FECHA-CARGA.
           ACCEPT CFA-HORA-CARGA FROM TIME.
           WRITE LINEA-CONFORMIDAD.
           CLOSE CONFORMIDADES.
           DISPLAY "CONFORMIDAD ANOTADA EN CONFORMIDAD-ACCESOS.DAT.".
       060-CONFORMIDAD-EXIT.
           EXIT.

      *LAS REVISIONES DE ACCESOS DE REPORTES.REG CON SU CONFORMIDAD,
      *SI LA TIENEN.
       065-CARGAR-REVISIONES.
           MOVE ZEROS TO WS-CANT-REVISIONES.
           OPEN INPUT REPORTES-REG.
           IF F-NOEXISTE-REPR
               CLOSE REPORTES-REG
               GO TO 065-CARGAR-REVISIONES-EXIT
           END-IF.
           READ REPORTES-REG AT END SET FIN-REP-REG TO TRUE END-READ.
           PERFORM UNTIL FIN-REP-REG
               IF RR-TIPO = "REV-ACCESOS"
                   AND WS-CANT-REVISIONES < MAX-REVISIONES
                   ADD 1 TO WS-CANT-REVISIONES
                   MOVE RR-CORRELATIVO
                           TO REV-CORRELATIVO (WS-CANT-REVISIONES)
                   MOVE RR-FECHA TO REV-FECHA (WS-CANT-REVISIONES)
                   MOVE RR-OPERADOR
                           TO REV-OPERADOR (WS-CANT-REVISIONES)
                   MOVE ZEROS
                           TO REV-FECHA-FIRMA (WS-CANT-REVISIONES)
                   MOVE SPACES
                           TO REV-INICIALES (WS-CANT-REVISIONES)
               END-IF
               READ REPORTES-REG AT END SET FIN-REP-REG TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REPORTES-REG.
           OPEN INPUT CONFORMIDADES.
           IF F-NOEXISTE-CFA
               CLOSE CONFORMIDADES
               GO TO 065-CARGAR-REVISIONES-EXIT
           END-IF.
           READ CONFORMIDADES AT END SET FIN-CONFORMIDADES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CONFORMIDADES
               PERFORM VARYING WS-IND-REV FROM 1 BY 1
                       UNTIL WS-IND-REV > WS-CANT-REVISIONES
                   IF REV-CORRELATIVO (WS-IND-REV) = CFA-CORRELATIVO
                       MOVE CFA-FECHA-FIRMA
                               TO REV-FECHA-FIRMA (WS-IND-REV)
                       MOVE CFA-INICIALES
                               TO REV-INICIALES (WS-IND-REV)
                   END-IF
               END-PERFORM
               READ CONFORMIDADES AT END SET FIN-CONFORMIDADES
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE CONFORMIDADES.
       065-CARGAR-REVISIONES-EXIT.
           EXIT.

       070-LISTAR-REVISIONES.
           PERFORM 065-CARGAR-REVISIONES
                   THRU 065-CARGAR-REVISIONES-EXIT.
           IF WS-CANT-REVISIONES = ZEROS
               DISPLAY "TODAVIA NO SE EMITIO NINGUNA REVISION."
           END-IF.
           DISPLAY "REVISION  EMITIDA   POR         CONFORMIDAD".
           PERFORM VARYING WS-IND-REV FROM 1 BY 1
                   UNTIL WS-IND-REV > WS-CANT-REVISIONES
               IF REV-FECHA-FIRMA (WS-IND-REV) = ZEROS
                   DISPLAY REV-CORRELATIVO (WS-IND-REV) "    "
                           REV-FECHA (WS-IND-REV) "  "
                           REV-OPERADOR (WS-IND-REV) "  PENDIENTE"
               ELSE
                   DISPLAY REV-CORRELATIVO (WS-IND-REV) "    "
                           REV-FECHA (WS-IND-REV) "  "
                           REV-OPERADOR (WS-IND-REV) "  "
                           REV-FECHA-FIRMA (WS-IND-REV) " "
                           REV-INICIALES (WS-IND-REV)
               END-IF
           END-PERFORM.

      *DIAS SIN USO PARA EL BLOQUEO AUTOMATICO; ENTER LO DEJA IGUAL.
       080-MANTENER-DIAS.
           PERFORM 030-LEER-PARAMETRO THRU 030-LEER-PARAMETRO-EXIT.
           MOVE WS-DIAS-INACTIVIDAD TO WS-DIAS-EDIT.
           DISPLAY "DIAS SIN USO PARA EL BLOQUEO:" WS-DIAS-EDIT.
           DISPLAY "Nuevo valor (ENTER=IGUAL): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DIAS-TEXTO.
           ACCEPT WS-DIAS-TEXTO.
           IF WS-DIAS-TEXTO = SPACES
               GO TO 080-MANTENER-DIAS-EXIT
           END-IF.
      *SE ARMA CON LOS DIGITOS TECLEADOS, IGNORANDO LOS BLANCOS.
           MOVE ZEROS TO WS-DIAS-NUEVOS.
           MOVE "S" TO WS-RESPUESTA.
           PERFORM VARYING WS-IND-USR FROM 1 BY 1
                   UNTIL WS-IND-USR > 3
               MOVE WS-DIAS-TEXTO (WS-IND-USR:1) TO WS-DIGITO
               IF WS-DIGITO IS NUMERIC
                   COMPUTE WS-DIAS-NUEVOS =
                           WS-DIAS-NUEVOS * 10 + WS-DIGITO-N
               ELSE
                   IF WS-DIGITO NOT = SPACE
                       MOVE "N" TO WS-RESPUESTA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RESPUESTA = "N"
               DISPLAY "VALOR NO VALIDO."
               GO TO 080-MANTENER-DIAS-EXIT
           END-IF.
           IF WS-DIAS-NUEVOS = ZEROS
               DISPLAY "DEBE SER MAYOR QUE CERO."
               GO TO 080-MANTENER-DIAS-EXIT
           END-IF.
           OPEN OUTPUT ACCESOS-PARAM.
           MOVE WS-DIAS-NUEVOS TO PAC-DIAS-INACTIVIDAD.
           WRITE LINEA-ACCESOS-PARAM.
           CLOSE ACCESOS-PARAM.
           MOVE "ACCESOS"      TO AUDP-TABLA.
           IF HAY-PARAMETRO
               MOVE "M"        TO AUDP-OPERACION
           ELSE
               MOVE "A"        TO AUDP-OPERACION
           END-IF.
           MOVE "INACTIVIDAD"  TO AUDP-CLAVE.
           MOVE "DIAS"         TO AUDP-CAMPO.
           MOVE WS-DIAS-INACTIVIDAD TO AUDP-ANTERIOR.
           MOVE WS-DIAS-NUEVOS TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           DISPLAY "GRABADO.".
       080-MANTENER-DIAS-EXIT.
           EXIT.

      *CADA LINEA VA AL LISTADO Y AL HISTORICO DE REPORTES.
       095-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           MOVE LINEA-REPORTE TO LINEA-REP-ARCHIVO.
           WRITE LINEA-REP-ARCHIVO.
           ADD 1 TO WS-LINEAS-REPORTE.

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

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "REVISION-ACCESOS " DELIMITED BY SIZE
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
       END PROGRAM REVISION-ACCESOS.
