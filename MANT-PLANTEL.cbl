      *DEL DIA (QUEDA UNA SOLA LINEA POR EMPLEADO Y FECHA), ASI
      *CONTAR DIAS TRABAJADOS ES CONTAR LINEAS "T". EL ARCHIVO SE
      *REESCRIBE VIA PLANTEL.TMP, COMO REESCRIBE LOS SUYOS
      *CIERRE-PERIODO. CADA TURNO LLEVA LA SUCURSAL DONDE SE CUMPLE
      *(AGREGADA AL FINAL; LAS LINEAS VIEJAS LA TRAEN EN BLANCO Y
      *CUENTAN COMO SED), PARA CONTRASTAR EL PLANTEL CON LA CARGA
      *DEL MOSTRADOR EN REP-CARGA-HORARIA. LAS AUSENCIAS "VAC" SE
      *DESCUENTAN DEL DERECHO DEL ANIO EN VACACIONES.DAT
      *(LICENCIAS-PERSONAL) AL ANOTARLAS, CON AVISO SI SE PASAN DEL
      *SALDO; LOS DIAS "VAC" Y "ENF" DEL ANIO QUEDAN AL DIA ALLI
      *CADA VEZ QUE SE GRABA UNA LINEA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

      *DERECHO Y SALDO DE VACACIONES POR EMPLEADO Y ANIO
      *(LICENCIAS-PERSONAL).
           SELECT VACACIONES ASSIGN TO "VACACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-CLAVE
               FILE STATUS IS FS-VACACIONES.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               88 PLA-AUSENTE         VALUE "A".
           05 PLA-TURNO               PIC X(1).
           05 PLA-MOTIVO              PIC X(3).
      *SUCURSAL DEL TURNO (AGREGADA AL FINAL).
           05 PLA-SUCURSAL            PIC X(3).

       FD PLANTEL-TMP.
       01 LINEA-PLANTEL-TMP           PIC X(21).

       FD MASTER-EMPLOYEES.
       01 EMPLOYEE-DETAILS.
           05 CAL-DIA-SEMANA          PIC 9(1).
           05 CAL-FECHA               PIC 9(8).

       FD VACACIONES.
       01 DATOS-VACACIONES.
           05 VAC-CLAVE.
               10 VAC-EMPLEADO        PIC 9(5).
               10 VAC-ANIO            PIC 9(4).
           05 VAC-FECHA-INGRESO       PIC 9(8).
           05 VAC-DERECHO             PIC 9(2).
           05 VAC-ARRASTRE            PIC 9(2).
           05 VAC-TOMADOS             PIC 9(3).
           05 VAC-ENFERMEDAD          PIC 9(3).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

           88 FIN-CALENDARIO       VALUE "10".
           88 F-NOEXISTE-CAL       VALUE "35".

       77 FS-VACACIONES            PIC XX.
           88 ESTA-VACACIONES      VALUE "00" "02".
           88 F-NOEXISTE-VAC       VALUE "35".

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

       77 WS-TURNO                 PIC X(1) VALUE SPACES.
       77 WS-TIPO-DIA              PIC X(1) VALUE SPACES.
       77 WS-MOTIVO                PIC X(3) VALUE SPACES.
       77 WS-SUCURSAL              PIC X(3) VALUE SPACES.
       77 WS-DESDE                 PIC 9(8) VALUE ZEROS.
       77 WS-HASTA                 PIC 9(8) VALUE ZEROS.
       77 WS-CANT                  PIC 9(4) VALUE ZEROS.
           88 LINEA-PISADA         VALUE "S".
       77 WS-EMP-EXISTE            PIC X VALUE "N".
           88 EMP-EXISTE           VALUE "S".
       77 WS-ANIO                  PIC 9(4) VALUE ZEROS.
       77 WS-DIAS-VAC              PIC 9(3) VALUE ZEROS.
       77 WS-DIAS-ENF              PIC 9(3) VALUE ZEROS.
       77 WS-SALDO-VAC             PIC S9(3) VALUE ZEROS.
       77 WS-SALDO-VAC-ED          PIC -ZZ9.
       77 WS-CONFIRMA              PIC X VALUE "N".

      *CALENDARIO DE CIERRE EN MEMORIA, MISMO MANEJO QUE EN
      *REGISTROLIBROS.CBL; EL DIA DE SEMANA SALE DE FECHA-SERIAL.
               CLOSE PLANTEL
               GO TO 020-LISTAR-EXIT
           END-IF.
           DISPLAY "EMPLEADO|FECHA   |TIPO|TURNO|MOTIVO|SUC".
           READ PLANTEL AT END SET FIN-PLANTEL TO TRUE END-READ.
           PERFORM UNTIL FIN-PLANTEL
               IF PLA-FECHA >= WS-DESDE AND PLA-FECHA <= WS-HASTA
                   ADD 1 TO WS-CANT
                   DISPLAY PLA-EMPLEADO "   |" PLA-FECHA "|"
                           PLA-TIPO "   |" PLA-TURNO "    |"
                           PLA-MOTIVO "   |" PLA-SUCURSAL
               END-IF
               READ PLANTEL AT END SET FIN-PLANTEL TO TRUE END-READ
           END-PERFORM.
               DISPLAY "TURNO INVALIDO."
               GO TO 030-ASIGNAR-TURNO-EXIT
           END-IF.
           DISPLAY "Sucursal (ENTER = SED): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SUCURSAL.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE "SED" TO WS-SUCURSAL
           END-IF.
           MOVE "T" TO WS-TIPO-DIA.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM 060-GRABAR-LINEA-DIA
           IF LINEA-PISADA
               DISPLAY "LA LINEA DEL DIA SE REEMPLAZO."
           END-IF.
           PERFORM 047-ACTUALIZAR-VACACIONES
                   THRU 047-ACTUALIZAR-VACACIONES-EXIT.
           DISPLAY "TURNO ASIGNADO.".
       030-ASIGNAR-TURNO-EXIT.
           EXIT.
               DISPLAY "SIN MOTIVO NO SE ANOTA LA AUSENCIA."
               GO TO 040-ANOTAR-AUSENCIA-EXIT
           END-IF.
           INSPECT WS-MOTIVO CONVERTING "acdefilnortv" TO
                   "ACDEFILNORTV".
           IF WS-MOTIVO = "VAC"
               PERFORM 045-CONTROLAR-SALDO
                       THRU 045-CONTROLAR-SALDO-EXIT
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "AUSENCIA NO ANOTADA."
                   GO TO 040-ANOTAR-AUSENCIA-EXIT
               END-IF
           END-IF.
      *LA AUSENCIA PISA LA ASIGNACION DEL DIA SI LA HABIA; EL
      *TURNO SE CONSERVA PARA QUE LA COBERTURA SEPA QUE TURNO
      *PERDIO A LA PERSONA.
           MOVE "A" TO WS-TIPO-DIA.
           MOVE SPACES TO WS-TURNO.
           MOVE SPACES TO WS-SUCURSAL.
           PERFORM 060-GRABAR-LINEA-DIA
                   THRU 060-GRABAR-LINEA-DIA-EXIT.
           IF LINEA-PISADA
               DISPLAY "LA ASIGNACION DEL DIA QUEDO COMO AUSENCIA."
           END-IF.
           PERFORM 047-ACTUALIZAR-VACACIONES
                   THRU 047-ACTUALIZAR-VACACIONES-EXIT.
           DISPLAY "AUSENCIA ANOTADA.".
       040-ANOTAR-AUSENCIA-EXIT.
           EXIT.

      *SALDO DE VACACIONES DEL ANIO DE WS-FECHA SIN CONTAR EL DIA
      *QUE SE ESTA ANOTANDO. SI NO ALCANZA (O NO HAY DERECHO
      *CARGADO) SE AVISA Y SE PREGUNTA; WS-CONFIRMA QUEDA EN "S"
      *PARA SEGUIR.
       045-CONTROLAR-SALDO.
           MOVE "S" TO WS-CONFIRMA.
           MOVE WS-FECHA (1:4) TO WS-ANIO.
           OPEN INPUT VACACIONES.
           IF F-NOEXISTE-VAC
               CLOSE VACACIONES
               DISPLAY "ATENCION: NO HAY DERECHO DE VACACIONES "
                       "CARGADO (LICENCIAS-PERSONAL)."
               GO TO 045-CONTROLAR-SALDO-EXIT
           END-IF.
           MOVE WS-EMPLEADO TO VAC-EMPLEADO.
           MOVE WS-ANIO     TO VAC-ANIO.
           READ VACACIONES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-VACACIONES
               CLOSE VACACIONES
               DISPLAY "ATENCION: EL EMPLEADO NO TIENE EL ANIO "
                       WS-ANIO " ABIERTO EN LICENCIAS-PERSONAL."
               GO TO 045-CONTROLAR-SALDO-EXIT
           END-IF.
           CLOSE VACACIONES.
           PERFORM 048-CONTAR-DIAS-ANIO.
           COMPUTE WS-SALDO-VAC = VAC-DERECHO + VAC-ARRASTRE
                                - WS-DIAS-VAC.
           MOVE WS-SALDO-VAC TO WS-SALDO-VAC-ED.
           IF WS-SALDO-VAC > ZEROS
               DISPLAY "SALDO DE VACACIONES ANTES DE ESTE DIA: "
                       WS-SALDO-VAC-ED
               GO TO 045-CONTROLAR-SALDO-EXIT
           END-IF.
           DISPLAY "ATENCION: ESTE DIA SUPERA EL SALDO DE VACACIONES "
                   "(SALDO " WS-SALDO-VAC-ED ").".
           DISPLAY "Anotar igual? (S/N): " WITH NO ADVANCING.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "s"
               MOVE "S" TO WS-CONFIRMA
           END-IF.
       045-CONTROLAR-SALDO-EXIT.
           EXIT.

      *DEJA AL DIA LOS DIAS "VAC" Y "ENF" DEL ANIO EN VACACIONES.DAT
      *SI EL EMPLEADO TIENE ESE ANIO ABIERTO.
       047-ACTUALIZAR-VACACIONES.
           MOVE WS-FECHA (1:4) TO WS-ANIO.
           OPEN I-O VACACIONES.
           IF F-NOEXISTE-VAC
               CLOSE VACACIONES
               GO TO 047-ACTUALIZAR-VACACIONES-EXIT
           END-IF.
           MOVE WS-EMPLEADO TO VAC-EMPLEADO.
           MOVE WS-ANIO     TO VAC-ANIO.
           READ VACACIONES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-VACACIONES
               MOVE ZEROS TO WS-FECHA
               MOVE VAC-ANIO TO WS-FECHA (1:4)
               PERFORM 048-CONTAR-DIAS-ANIO
               MOVE WS-DIAS-VAC TO VAC-TOMADOS
               MOVE WS-DIAS-ENF TO VAC-ENFERMEDAD
               REWRITE DATOS-VACACIONES
                   INVALID KEY CONTINUE
               END-REWRITE
               IF NOT ESTA-VACACIONES
                   MOVE "VACACIONES.DAT" TO WS-ARCHIVO-ERROR
                   MOVE FS-VACACIONES    TO WS-STATUS-ERROR
                   PERFORM REGISTRAR-ERROR-CENTRAL
               END-IF
               IF VAC-TOMADOS > VAC-DERECHO + VAC-ARRASTRE
                   DISPLAY "ATENCION: VACACIONES DEL ANIO POR ENCIMA "
                           "DEL DERECHO."
               END-IF
           END-IF.
           CLOSE VACACIONES.
       047-ACTUALIZAR-VACACIONES-EXIT.
           EXIT.

      *CUENTA LAS AUSENCIAS "VAC" Y "ENF" DE WS-EMPLEADO EN EL ANIO
      *WS-ANIO, SIN CONTAR LA LINEA DE WS-FECHA.
       048-CONTAR-DIAS-ANIO.
           MOVE ZEROS TO WS-DIAS-VAC WS-DIAS-ENF.
           OPEN INPUT PLANTEL.
           IF F-NOEXISTE-PLA
               CLOSE PLANTEL
           ELSE
               READ PLANTEL AT END SET FIN-PLANTEL TO TRUE END-READ
               PERFORM UNTIL FIN-PLANTEL
                   IF PLA-EMPLEADO = WS-EMPLEADO
                       AND PLA-FECHA (1:4) = WS-ANIO
                       AND PLA-FECHA NOT = WS-FECHA
                       AND PLA-AUSENTE
                       IF PLA-MOTIVO = "VAC"
                           ADD 1 TO WS-DIAS-VAC
                       END-IF
                       IF PLA-MOTIVO = "ENF"
                           ADD 1 TO WS-DIAS-ENF
                       END-IF
                   END-IF
                   READ PLANTEL AT END SET FIN-PLANTEL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PLANTEL
           END-IF.

       050-PEDIR-EMPLEADO-Y-FECHA.
           DISPLAY "Legajo del empleado: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-EMPLEADO.
      *UNA SOLA LINEA POR EMPLEADO Y FECHA: SE COPIA TODO A UN
      *INTERMEDIO SALTEANDO LA LINEA DEL DIA SI LA HABIA, SE
      *AGREGA LA NUEVA Y SE REESCRIBE EL ARCHIVO VIVO. EL TIPO,
      *EL TURNO, EL MOTIVO Y LA SUCURSAL LOS DEJA CARGADOS EL
      *LLAMADOR EN WS-TIPO-DIA, WS-TURNO, WS-MOTIVO Y WS-SUCURSAL.
       060-GRABAR-LINEA-DIA.
           MOVE "N" TO WS-LINEA-PISADA.
           OPEN OUTPUT PLANTEL-TMP.
                       IF WS-TURNO = SPACES
                           MOVE PLA-TURNO TO WS-TURNO
                       END-IF
                       IF WS-SUCURSAL = SPACES
                           MOVE PLA-SUCURSAL TO WS-SUCURSAL
                       END-IF
                   ELSE
                       MOVE LINEA-PLANTEL TO LINEA-PLANTEL-TMP
                       WRITE LINEA-PLANTEL-TMP
           MOVE WS-TIPO-DIA TO PLA-TIPO.
           MOVE WS-TURNO    TO PLA-TURNO.
           MOVE WS-MOTIVO   TO PLA-MOTIVO.
           MOVE WS-SUCURSAL TO PLA-SUCURSAL.
           WRITE LINEA-PLANTEL.
           CLOSE PLANTEL-TMP.
           CLOSE PLANTEL.
