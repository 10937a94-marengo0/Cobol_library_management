       IDENTIFICATION DIVISION.
       PROGRAM-ID.                USUARIOS-INACTIVOS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *BLOQUEO AUTOMATICO DE USUARIOS DEL SISTEMA SIN USO:
      *SIENT02.FIC GUARDABA CUENTAS DE PERSONAL QUE SE FUE HACE
      *ANIOS, CON SU NIVEL Y SUS PERMISOS INTACTOS. EL ULTIMO
      *INGRESO DE CADA USUARIO ES EL EVENTO "E" MAS RECIENTE DE
      *TERMINALES.REG (LO ESCRIBEN SIENT01M, PROG-PAGOS-F Y
      *VENTAS-LOCAL AL FIRMARSE); SI NUNCA SE FIRMO SE TOMA LA FECHA
      *DEL ULTIMO CAMBIO DE CLAVE (EL ALTA EN SIENT02M LA GRABA). EL
      *USUARIO NO BLOQUEADO CUYO ULTIMO USO TIENE MAS DIAS QUE LOS
      *DE ACCESOS-PARAM.DAT (90 SI NO SE INDICO OTRA COSA) PASA A
      *NIVEL "B", Y EL QUE NO TIENE NI INGRESO NI FECHA DE CLAVE
      *TAMBIEN. CADA BLOQUEO DEJA SU LINEA EN AUDITORIA-PARAMETROS.
      *DAT (TABLA "USUARIOS", CAMPO "NIVEL", OPERADOR "NOCTURNO")
      *CON EL NIVEL ANTERIOR Y LOS DIAS SIN USO. SE DESBLOQUEA CON
      *F7 EN SIENT02M. LOS DIAS SE CAMBIAN DESDE REVISION-ACCESOS.
      *PENSADO COMO PASO DE PROCESO-NOCTURNO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-USUARIOS ASSIGN TO "sient02.fic"
               ORGANIZATION IS INDEXED
               RECORD KEY IS USU-CLAVE-STATUS
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-USUARIOS.

           SELECT TERMINALES ASSIGN TO "TERMINALES.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TERMINALES.

      *DIAS SIN USO PARA EL BLOQUEO (REVISION-ACCESOS).
           SELECT ACCESOS-PARAM ASSIGN TO "ACCESOS-PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCESOS-PARAM.

      *TRAZA DE AUDITORIA DE LAS TABLAS DE PARAMETROS, COMUN A
      *TODOS LOS PROGRAMAS QUE LAS MANTIENEN (CONSULTA-AUD-PARAM).
           SELECT AUDITORIA-PARAMETROS
               ASSIGN TO "AUDITORIA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-PAR.

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
               88 USU-ESTA-BLOQUEADO  VALUE "B".
           05 USU-INTENTOS-STATUS     PIC X(02).
           05 USU-FECHA-CLAVE-STATUS  PIC X(08).
           05 FILLER                  PIC X(90).

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

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-USUARIOS          PIC XX.
           88 FIN-REG-USUARIOS     VALUE "10".
           88 F-NOEXISTE-USU       VALUE "35".
       77 FS-TERMINALES            PIC XX.
           88 FIN-TERMINALES       VALUE "10".
           88 F-NOEXISTE-TRM       VALUE "35".
       77 FS-ACCESOS-PARAM         PIC XX.
           88 FIN-ACCESOS-PARAM    VALUE "10".
           88 F-NOEXISTE-PAC       VALUE "35".
       77 FS-AUDITORIA-PAR         PIC XX.
           88 F-NOEXISTE-AUDPAR    VALUE "05" "35".
           88 FIN-AUDITORIA-PAR    VALUE "10".
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

      *CAMPOS DE LA LINEA DE AUDITORIA DE PARAMETROS.
       77 AUDP-TABLA               PIC X(10) VALUE SPACES.
       77 AUDP-OPERACION           PIC X(01) VALUE SPACES.
       77 AUDP-CLAVE               PIC X(15) VALUE SPACES.
       77 AUDP-CAMPO               PIC X(15) VALUE SPACES.
       77 AUDP-ANTERIOR            PIC X(20) VALUE SPACES.
       77 AUDP-NUEVO               PIC X(20) VALUE SPACES.
       77 AUDP-FECHA               PIC 9(8)  VALUE ZEROS.
       77 AUDP-HORA                PIC 9(8)  VALUE ZEROS.
       77 AUDP-OPERADOR            PIC X(10) VALUE "NOCTURNO".

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-SERIAL-HOY            PIC 9(7) VALUE ZEROS.
       77 WS-DIAS-INACTIVIDAD      PIC 9(3) VALUE 90.
       77 WS-FECHA-USO             PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-SIN-USO          PIC 9(7) VALUE ZEROS.
       77 WS-DIAS-EDIT             PIC ZZZ9.
       77 WS-BLOQUEAR              PIC X VALUE "N".
           88 HAY-QUE-BLOQUEAR     VALUE "S".
       77 WS-CANT-BLOQUEADOS       PIC 9(4) VALUE ZEROS.
       77 WS-CANT-REVISADOS        PIC 9(4) VALUE ZEROS.

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

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-HOY TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           MOVE FSR-SERIAL TO WS-SERIAL-HOY.
           PERFORM 020-LEER-PARAMETRO THRU 020-LEER-PARAMETRO-EXIT.
           PERFORM 030-CARGAR-INGRESOS THRU 030-CARGAR-INGRESOS-EXIT.
           OPEN I-O REG-USUARIOS.
           IF F-NOEXISTE-USU
               DISPLAY "NO SE ENCUENTRA SIENT02.FIC."
               MOVE "sient02.fic"   TO WS-ARCHIVO-ERROR
               MOVE FS-REG-USUARIOS TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO USU-CLAVE-STATUS.
           START REG-USUARIOS KEY IS NOT LESS THAN USU-CLAVE-STATUS
               INVALID KEY SET FIN-REG-USUARIOS TO TRUE
           END-START.
           IF NOT FIN-REG-USUARIOS
               READ REG-USUARIOS NEXT RECORD AT END
                       SET FIN-REG-USUARIOS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-USUARIOS
               IF NOT USU-ESTA-BLOQUEADO
                   ADD 1 TO WS-CANT-REVISADOS
                   PERFORM 040-REVISAR-USUARIO
                           THRU 040-REVISAR-USUARIO-EXIT
               END-IF
               READ REG-USUARIOS NEXT RECORD AT END
                       SET FIN-REG-USUARIOS TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-USUARIOS.
           MOVE WS-DIAS-INACTIVIDAD TO WS-DIAS-EDIT.
           DISPLAY "USUARIOS-INACTIVOS: " WS-CANT-REVISADOS
                   " USUARIOS ACTIVOS REVISADOS, "
                   WS-CANT-BLOQUEADOS " BLOQUEADOS POR MAS DE"
                   WS-DIAS-EDIT " DIAS SIN USO.".
           GOBACK.

      *SIN ACCESOS-PARAM.DAT RIGEN LOS 90 DIAS; UN CERO TAMBIEN
      *(NO SE BLOQUEA A TODO EL MUNDO POR UN PARAMETRO EN BLANCO).
       020-LEER-PARAMETRO.
           OPEN INPUT ACCESOS-PARAM.
           IF F-NOEXISTE-PAC
               CLOSE ACCESOS-PARAM
               GO TO 020-LEER-PARAMETRO-EXIT
           END-IF.
           READ ACCESOS-PARAM AT END SET FIN-ACCESOS-PARAM TO TRUE
           END-READ.
           IF NOT FIN-ACCESOS-PARAM
               AND PAC-DIAS-INACTIVIDAD IS NUMERIC
               AND PAC-DIAS-INACTIVIDAD > ZEROS
               MOVE PAC-DIAS-INACTIVIDAD TO WS-DIAS-INACTIVIDAD
           END-IF.
           CLOSE ACCESOS-PARAM.
       020-LEER-PARAMETRO-EXIT.
           EXIT.

      *FECHA DEL EVENTO "E" MAS RECIENTE DE CADA OPERADOR.
       030-CARGAR-INGRESOS.
           MOVE ZEROS TO WS-CANT-ULTIMOS.
           OPEN INPUT TERMINALES.
           IF F-NOEXISTE-TRM
               CLOSE TERMINALES
               GO TO 030-LEER-DESBLOQUEOS
           END-IF.
           READ TERMINALES AT END SET FIN-TERMINALES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-TERMINALES
               IF TRM-ENTRA AND TRM-OPERADOR NOT = SPACES
                   MOVE TRM-OPERADOR TO WS-ING-OPERADOR
                   MOVE TRM-FECHA    TO WS-ING-FECHA
                   PERFORM 035-ANOTAR-INGRESO
                           THRU 035-ANOTAR-INGRESO-EXIT
               END-IF
               READ TERMINALES AT END SET FIN-TERMINALES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TERMINALES.
       030-LEER-DESBLOQUEOS.
      *UN DESBLOQUEO (NIVEL QUE DEJA DE SER "B") CUENTA COMO USO.
           MOVE "S" TO WS-ING-DESBLOQUEO.
           OPEN INPUT AUDITORIA-PARAMETROS.
           IF F-NOEXISTE-AUDPAR
               CLOSE AUDITORIA-PARAMETROS
               MOVE "N" TO WS-ING-DESBLOQUEO
               GO TO 030-CARGAR-INGRESOS-EXIT
           END-IF.
           READ AUDITORIA-PARAMETROS AT END
                   SET FIN-AUDITORIA-PAR TO TRUE END-READ.
           PERFORM UNTIL FIN-AUDITORIA-PAR
               IF AUV-TABLA = "USUARIOS" AND AUV-CAMPO = "NIVEL"
                   AND AUV-NUEVO (1:1) NOT = "B"
                   AND AUV-FECHA IS NUMERIC
                   MOVE AUV-CLAVE (1:11) TO WS-ING-OPERADOR
                   MOVE AUV-FECHA        TO WS-ING-FECHA
                   PERFORM 035-ANOTAR-INGRESO
                           THRU 035-ANOTAR-INGRESO-EXIT
               END-IF
               READ AUDITORIA-PARAMETROS AT END
                       SET FIN-AUDITORIA-PAR TO TRUE END-READ
           END-PERFORM.
           CLOSE AUDITORIA-PARAMETROS.
           MOVE "N" TO WS-ING-DESBLOQUEO.
       030-CARGAR-INGRESOS-EXIT.
           EXIT.

       035-ANOTAR-INGRESO.
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
               GO TO 035-ANOTAR-INGRESO-EXIT
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
       035-ANOTAR-INGRESO-EXIT.
           EXIT.

      *ULTIMO USO DEL USUARIO LEIDO: SU ULTIMO INGRESO O, SI NUNCA
      *SE FIRMO, SU ULTIMO CAMBIO DE CLAVE.
       040-REVISAR-USUARIO.
           MOVE ZEROS TO WS-FECHA-USO.
           PERFORM VARYING WS-IND-ULT FROM 1 BY 1
                   UNTIL WS-IND-ULT > WS-CANT-ULTIMOS
               IF ULT-OPERADOR (WS-IND-ULT) = USU-CLAVE-STATUS
                   MOVE ULT-FECHA (WS-IND-ULT) TO WS-FECHA-USO
                   IF ULT-DESBLOQUEO (WS-IND-ULT) > WS-FECHA-USO
                       MOVE ULT-DESBLOQUEO (WS-IND-ULT) TO WS-FECHA-USO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FECHA-USO = ZEROS
               AND USU-FECHA-CLAVE-STATUS IS NUMERIC
               MOVE USU-FECHA-CLAVE-STATUS TO WS-FECHA-USO
           END-IF.
           MOVE "N" TO WS-BLOQUEAR.
           MOVE 9999 TO WS-DIAS-SIN-USO.
           IF WS-FECHA-USO = ZEROS
               MOVE "S" TO WS-BLOQUEAR
           ELSE
               MOVE "S" TO FSR-ACCION
               MOVE WS-FECHA-USO TO FSR-FECHA
               CALL "FECHA-SERIAL" USING FSR-PARAMETROS
               IF FSR-RESULTADO NOT = "OK"
                   MOVE "S" TO WS-BLOQUEAR
               ELSE
                   IF FSR-SERIAL < WS-SERIAL-HOY
                       COMPUTE WS-DIAS-SIN-USO =
                               WS-SERIAL-HOY - FSR-SERIAL
                   ELSE
                       MOVE ZEROS TO WS-DIAS-SIN-USO
                   END-IF
                   IF WS-DIAS-SIN-USO > WS-DIAS-INACTIVIDAD
                       MOVE "S" TO WS-BLOQUEAR
                   END-IF
               END-IF
           END-IF.
           IF NOT HAY-QUE-BLOQUEAR
               GO TO 040-REVISAR-USUARIO-EXIT
           END-IF.
           MOVE USU-NIVEL-STATUS TO AUDP-ANTERIOR.
           MOVE "B" TO USU-NIVEL-STATUS.
           REWRITE DATOS-USUARIO-STATUS
               INVALID KEY
                   MOVE "sient02.fic"   TO WS-ARCHIVO-ERROR
                   MOVE FS-REG-USUARIOS TO WS-STATUS-ERROR
                   MOVE "W" TO WS-SEVERIDAD-ERROR
                   PERFORM REGISTRAR-ERROR-CENTRAL
                   MOVE "E" TO WS-SEVERIDAD-ERROR
                   MOVE ZERO TO RETURN-CODE
                   GO TO 040-REVISAR-USUARIO-EXIT
           END-REWRITE.
           ADD 1 TO WS-CANT-BLOQUEADOS.
           MOVE "USUARIOS"       TO AUDP-TABLA.
           MOVE "M"              TO AUDP-OPERACION.
           MOVE USU-CLAVE-STATUS TO AUDP-CLAVE.
           MOVE "NIVEL"          TO AUDP-CAMPO.
           MOVE SPACES           TO AUDP-NUEVO.
           IF WS-FECHA-USO = ZEROS
               MOVE "B NUNCA USADO" TO AUDP-NUEVO
           ELSE
               MOVE WS-DIAS-SIN-USO TO WS-DIAS-EDIT
               STRING "B SIN USO" DELIMITED BY SIZE
                       WS-DIAS-EDIT DELIMITED BY SIZE
                       " DIAS"     DELIMITED BY SIZE
                       INTO AUDP-NUEVO
           END-IF.
           PERFORM AUDITAR-PARAMETRO.
           DISPLAY "BLOQUEADO " USU-CLAVE-STATUS " "
                   USU-NOMBRE-STATUS " - " AUDP-NUEVO.
       040-REVISAR-USUARIO-EXIT.
           EXIT.

      *ESCRIBE UNA LINEA DE AUDITORIA DE PARAMETROS, MISMO ARMADO
      *QUE AUDITAR-PARAMETRO EN LOS MANT-*.
       AUDITAR-PARAMETRO.
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

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "USUARIOS-INACTIVOS " DELIMITED BY SIZE
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
       END PROGRAM USUARIOS-INACTIVOS.
