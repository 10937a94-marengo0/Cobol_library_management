       IDENTIFICATION DIVISION.
       PROGRAM-ID.                EVENTOS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *ACTIVIDADES CULTURALES CON INSCRIPCION (HORA DEL CUENTO,
      *TALLERES DE ESCRITURA, CHARLAS DE AUTOR): HASTA AHORA SE
      *ANOTABAN EN UNA PLANILLA PEGADA EN EL MOSTRADOR Y LA SALA SE
      *RESERVABA APARTE. EVENTOS.DAT GUARDA CADA ACTIVIDAD CON SU
      *PROGRAMA (CODIGO DE 3 LETRAS: CUE, TAL, AUT, ...), FECHA,
      *HORARIO, SALA, CUPO, RANGO DE EDAD Y ARANCEL. AL DAR DE ALTA
      *EL EVENTO SE TOMA EL TURNO DE LA SALA EN TURNOS.DAT (MISMO
      *ARCHIVO QUE RESERVA-SALAS, CON SOCIO EN CERO); SI LA SALA NO
      *ESTA LIBRE O EL DIA ESTA CERRADO EL EVENTO NO SE CREA.
      *INSCRIPCIONES.DAT LLEVA LOS SOCIOS ANOTADOS: SI HAY CUPO
      *QUEDAN INSCRIPTOS, SI NO VAN A LA LISTA DE ESPERA EN ORDEN DE
      *LLEGADA. CUANDO UN INSCRIPTO SE DA DE BAJA ENTRA SOLO EL
      *PRIMERO DE LA ESPERA. LA EDAD SE CONTROLA CONTRA ENT-FECHA-NAC
      *A LA FECHA DEL EVENTO Y EL SUSPENDIDO NO SE ANOTA. EL ARANCEL
      *SE COBRA POR CAJA (CAJA-MOVIMIENTOS.DAT, REFERENCIA "EVT" Y
      *NUMERO DE EVENTO) CON RECIBO EN RECIBOS-EVENTOS.LST; EL QUE
      *ENTRA DESDE LA ESPERA QUEDA DEBIENDOLO HASTA QUE PASE POR EL
      *MOSTRADOR. LA PLANILLA DE ASISTENCIA (ASISTENCIA-EVENTO.LST)
      *SE IMPRIME PARA MARCAR Y DESPUES SE CARGAN LOS PRESENTES;
      *REP-ANUAL TOTALIZA LA ASISTENCIA POR PROGRAMA.
      *LA SUCURSAL QUE TOMA EL ENTER SE TOMA DE LOS PARAMETROS DEL
      *SISTEMA (MANT-PARAMETROS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS ASSIGN TO "EVENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVE-NUMERO
               FILE STATUS IS FS-EVENTOS.

           SELECT INSCRIPCIONES ASSIGN TO "INSCRIPCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CLAVE
               FILE STATUS IS FS-INSCRIPCIONES.

      *MAESTRO DE SALAS Y TURNOS DE RESERVA-SALAS.
           SELECT RECURSOS ASSIGN TO "RECURSOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CODIGO
               FILE STATUS IS FS-RECURSOS.

           SELECT TURNOS ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CLAVE
               FILE STATUS IS FS-TURNOS.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

           SELECT CALENDARIO-CIERRE
               ASSIGN TO "CALENDARIO-CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

           SELECT CAJA-MOVIMIENTOS ASSIGN TO "CAJA-MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAJA.

           SELECT RECIBO-NUMERADOR ASSIGN TO "RECIBOS-EVENTOS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.

           SELECT RECIBOS ASSIGN TO "RECIBOS-EVENTOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.

           SELECT PLANILLA ASSIGN TO "ASISTENCIA-EVENTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANILLA.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD EVENTOS.
       01 DATOS-EVENTO.
           05 EVE-NUMERO              PIC 9(5).
           05 EVE-TITULO              PIC X(30).
      *PROGRAMA AL QUE PERTENECE (CUE=HORA DEL CUENTO, TAL=TALLER
      *DE ESCRITURA, AUT=CHARLA DE AUTOR, U OTRO CODIGO).
           05 EVE-PROGRAMA            PIC X(3).
           05 EVE-FECHA               PIC 9(8).
           05 EVE-HORA-DESDE          PIC 9(4).
           05 EVE-HORA-HASTA          PIC 9(4).
           05 EVE-SALA                PIC X(3).
           05 EVE-CUPO                PIC 9(3).
      *EDADES EN ANIOS CUMPLIDOS; 00 Y 99 = SIN LIMITE.
           05 EVE-EDAD-MIN            PIC 9(2).
           05 EVE-EDAD-MAX            PIC 9(2).
           05 EVE-ARANCEL             PIC 9(4)V99.
           05 EVE-ESTADO              PIC X(1).
               88 EVE-ACTIVO          VALUE "A".
               88 EVE-CANCELADO       VALUE "C".
           05 EVE-INSCRIPTOS          PIC 9(3).
           05 EVE-EN-ESPERA           PIC 9(3).
           05 EVE-PRESENTES           PIC 9(3).
           05 EVE-PROX-ORDEN          PIC 9(4).

       FD INSCRIPCIONES.
       01 DATOS-INSCRIPCION.
           05 INS-CLAVE.
               10 INS-EVENTO          PIC 9(5).
               10 INS-SOCIO           PIC 9(6).
           05 INS-ESTADO              PIC X(1).
               88 INS-INSCRIPTO       VALUE "I".
               88 INS-EN-ESPERA       VALUE "E".
               88 INS-DE-BAJA         VALUE "B".
      *ORDEN DE LLEGADA, EL MENOR EN ESPERA ES EL PRIMERO EN ENTRAR.
           05 INS-ORDEN               PIC 9(4).
           05 INS-FECHA               PIC 9(8).
      *S=PAGADO, N=DEBE EL ARANCEL, BLANCO=SIN ARANCEL.
           05 INS-PAGADO              PIC X(1).
               88 INS-DEBE-ARANCEL    VALUE "N".
           05 INS-RECIBO              PIC 9(6).
           05 INS-ASISTIO             PIC X(1).
               88 INS-PRESENTE        VALUE "S".

       FD RECURSOS.
       01 DATOS-RECURSO.
           05 REC-CODIGO              PIC X(3).
           05 REC-NOMBRE              PIC X(30).

       FD TURNOS.
       01 DATOS-TURNO.
           05 TUR-CLAVE.
               10 TUR-RECURSO         PIC X(3).
               10 TUR-FECHA           PIC 9(8).
               10 TUR-HORA-DESDE      PIC 9(4).
           05 TUR-HORA-HASTA          PIC 9(4).
           05 TUR-SOCIO               PIC 9(6).
           05 TUR-ESTADO              PIC X(1).
               88 TUR-ACTIVO          VALUE "A".
               88 TUR-CANCELADO       VALUE "C".
               88 TUR-AUSENTE         VALUE "N".

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(110).
           05 SOCIO-FECHA-NAC-STATUS  PIC 9(8).
           05 FILLER                  PIC X(8).
           05 SOCIO-SUSPENDIDO-STATUS PIC X(01).
               88 SOCIO-ESTA-SUSPENDIDO VALUE "S" "s".
           05 FILLER                  PIC X(334).

       FD CALENDARIO-CIERRE.
       01 LINEA-CALENDARIO.
           05 CAL-TIPO                PIC X(1).
               88 CAL-ES-SEMANAL      VALUE "S".
               88 CAL-ES-FERIADO      VALUE "F".
           05 CAL-DIA                 PIC 9(1).
           05 CAL-FECHA               PIC 9(8).

       FD CAJA-MOVIMIENTOS.
       01 LINEA-CAJA.
           05 CAJA-FECHA              PIC 9(8).
           05 CAJA-TIPO               PIC X(01).
               88 CAJA-INGRESO        VALUE "I".
           05 CAJA-IMPORTE            PIC 9(6)V99.
           05 CAJA-REFERENCIA         PIC X(10).
           05 CAJA-SUCURSAL           PIC X(03).
      *OPERADOR QUE ASENTO EL MOVIMIENTO (AGREGADA AL FINAL).
           05 CAJA-OPERADOR           PIC X(11).

       FD RECIBO-NUMERADOR.
       01 LINEA-NUMERADOR             PIC 9(6).

       FD RECIBOS.
       01 LINEA-RECIBO                PIC X(40).

       FD PLANILLA.
       01 LINEA-PLANILLA              PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-EVENTOS               PIC XX.
           88 ESTA-EVENTO          VALUE "00" "02".
           88 FIN-EVENTOS          VALUE "10".
           88 F-NOEXISTE-EVE       VALUE "35".
       77 FS-INSCRIPCIONES         PIC XX.
           88 ESTA-INSCRIPCION     VALUE "00" "02".
           88 FIN-INSCRIPCIONES    VALUE "10".
           88 F-NOEXISTE-INS       VALUE "35".
       77 FS-RECURSOS              PIC XX.
           88 ESTA-RECURSO         VALUE "00" "02".
           88 F-NOEXISTE-REC       VALUE "35".
       77 FS-TURNOS                PIC XX.
           88 ESTA-TURNO           VALUE "00" "02".
           88 FIN-TURNOS           VALUE "10".
           88 F-NOEXISTE-TUR       VALUE "35".
       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".
       77 FS-CALENDARIO            PIC XX.
           88 FIN-CALENDARIO       VALUE "10".
           88 F-NOEXISTE-CAL       VALUE "35".
       77 FS-CAJA                  PIC XX.
           88 F-NOEXISTE-CAJA      VALUE "05" "35".
       77 FS-NUMERADOR             PIC XX.
           88 F-NOEXISTE-NUM       VALUE "35".
       77 FS-RECIBOS               PIC XX.
           88 F-NOEXISTE-RCB       VALUE "05" "35".
       77 FS-PLANILLA              PIC XX.
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
       77 WS-OPERADOR              PIC X(11) VALUE SPACES.
       77 WS-SUCURSAL              PIC X(3) VALUE "SED".
      *SUCURSAL QUE TOMA EL ENTER (PARAMETRO SUCURSAL-DEF).
       77 SUCURSAL-DEFECTO         PIC X(3) VALUE "SED".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

       77 WS-EVENTO                PIC 9(5) VALUE ZEROS.
       77 WS-ULTIMO-EVENTO         PIC 9(5) VALUE ZEROS.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-RESPUESTA             PIC X(1) VALUE SPACES.
       77 WS-CANT                  PIC 9(4) VALUE ZEROS.
       77 WS-MARCA                 PIC X(1) VALUE SPACES.
       77 WS-DESDE-NUEVO           PIC 9(4) VALUE ZEROS.
       77 WS-HASTA-NUEVO           PIC 9(4) VALUE ZEROS.
       77 WS-SALA-OCUPADA          PIC X VALUE "N".
           88 SALA-OCUPADA         VALUE "S".
       77 WS-EDAD                  PIC 9(3) VALUE ZEROS.
       77 WS-MENOR-ORDEN           PIC 9(4) VALUE ZEROS.
       77 WS-SOCIO-PROMOVIDO       PIC 9(6) VALUE ZEROS.
       77 WS-ERA-INSCRIPTO         PIC X VALUE "N".
           88 ERA-INSCRIPTO        VALUE "S".
       77 WS-RECIBO                PIC 9(6) VALUE ZEROS.
       77 WS-IMPORTE-ED            PIC ZZZ9.99.
       77 WS-NOMBRE-SOCIO          PIC X(40) VALUE SPACES.
       01 WS-EVENTO-NUEVO          PIC X(84) VALUE SPACES.

      *IMPORTE TIPEADO CON PUNTO DECIMAL (MISMO MANEJO QUE
      *DESCIFRAR-IMPORTE EN MANT-TARIFAS).
       77 WS-IMP-TEXTO             PIC X(10) VALUE SPACES.
       77 WS-IMPORTE-PARSEADO      PIC 9(7)V99 VALUE ZEROS.
       77 WS-IMP-IDX               PIC 9(2) VALUE ZEROS.
       77 WS-IMP-EN-DEC            PIC X VALUE "N".
           88 IMP-EN-DECIMALES     VALUE "S".
       77 WS-IMP-CENT              PIC 9(1) VALUE ZEROS.
       01 WS-IMP-CHAR              PIC X.
       01 WS-IMP-CHAR-N REDEFINES WS-IMP-CHAR PIC 9.

      *FECHA DE NACIMIENTO Y DEL EVENTO PARA CALCULAR LA EDAD.
       01 WS-FECHA-NAC             PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-NAC-R REDEFINES WS-FECHA-NAC.
           05 WS-NAC-ANIO          PIC 9(4).
           05 WS-NAC-MMDD          PIC 9(4).
       01 WS-FECHA-EVE             PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-EVE-R REDEFINES WS-FECHA-EVE.
           05 WS-EVE-ANIO          PIC 9(4).
           05 WS-EVE-MMDD          PIC 9(4).

      *DIAS CERRADOS: CIERRE SEMANAL Y FERIADOS DE
      *CALENDARIO-CIERRE.DAT; EL DIA DE LA SEMANA LO DA FECHA-SERIAL.
       01 TABLA-CIERRE-SEMANAL.
           05 DIA-CERRADO OCCURS 7 TIMES PIC X.
       77 MAX-FERIADOS             PIC 9(3) VALUE 200.
       01 TABLA-FERIADOS.
           05 FERIADO-FECHA OCCURS 200 TIMES PIC 9(8).
       77 AUX-CANT-FERIADOS        PIC 9(3) VALUE ZEROS.
       77 AUX-IND-CAL              PIC 9(3) VALUE ZEROS.
       77 AUX-DIA-ES-CERRADO       PIC X VALUE "N".
           88 DIA-ES-CERRADO       VALUE "S".

       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PARAMETROS.
           DISPLAY "Operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "Sucursal (ENTER=" SUCURSAL-DEFECTO "): "
                   WITH NO ADVANCING.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE SUCURSAL-DEFECTO TO WS-SUCURSAL
           END-IF.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== EVENTOS E INSCRIPCIONES ====="
               DISPLAY "1. ALTA DE EVENTO (RESERVA LA SALA)"
               DISPLAY "2. INSCRIBIR SOCIO"
               DISPLAY "3. BAJA DE INSCRIPCION"
               DISPLAY "4. COBRAR ARANCEL PENDIENTE"
               DISPLAY "5. PLANILLA DE ASISTENCIA"
               DISPLAY "6. CARGAR ASISTENCIA"
               DISPLAY "7. CANCELAR EVENTO"
               DISPLAY "8. LISTAR EVENTOS"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-ALTA-EVENTO
                                  THRU 020-ALTA-EVENTO-EXIT
                   WHEN 2 PERFORM 030-INSCRIBIR
                                  THRU 030-INSCRIBIR-EXIT
                   WHEN 3 PERFORM 040-BAJA-INSCRIPCION
                                  THRU 040-BAJA-INSCRIPCION-EXIT
                   WHEN 4 PERFORM 050-COBRAR-PENDIENTE
                                  THRU 050-COBRAR-PENDIENTE-EXIT
                   WHEN 5 PERFORM 060-PLANILLA
                                  THRU 060-PLANILLA-EXIT
                   WHEN 6 PERFORM 065-CARGAR-ASISTENCIA
                                  THRU 065-CARGAR-ASISTENCIA-EXIT
                   WHEN 7 PERFORM 070-CANCELAR-EVENTO
                                  THRU 070-CANCELAR-EVENTO-EXIT
                   WHEN 8 PERFORM 080-LISTAR THRU 080-LISTAR-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *ALTA DEL EVENTO: PRIMERO SE TOMA LA SALA EN TURNOS.DAT Y
      *RECIEN CON EL TURNO GRABADO SE GRABA EL EVENTO.
       020-ALTA-EVENTO.
           INITIALIZE DATOS-EVENTO.
           DISPLAY "Titulo: " WITH NO ADVANCING.
           ACCEPT EVE-TITULO.
           IF EVE-TITULO = SPACES
               GO TO 020-ALTA-EVENTO-EXIT
           END-IF.
           DISPLAY "Programa (CUE=CUENTO TAL=TALLER AUT=AUTOR): "
                   WITH NO ADVANCING.
           ACCEPT EVE-PROGRAMA.
           INSPECT EVE-PROGRAMA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF EVE-PROGRAMA = SPACES
               MOVE "OTR" TO EVE-PROGRAMA
           END-IF.
           DISPLAY "Fecha (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT EVE-FECHA.
           MOVE "S" TO FSR-ACCION.
           MOVE EVE-FECHA TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO NOT = "OK" OR EVE-FECHA < WS-FECHA-HOY
               DISPLAY "FECHA INVALIDA."
               GO TO 020-ALTA-EVENTO-EXIT
           END-IF.
           PERFORM 095-VERIFICAR-DIA-CERRADO.
           IF DIA-ES-CERRADO
               DISPLAY "LA BIBLIOTECA ESTA CERRADA ESE DIA."
               GO TO 020-ALTA-EVENTO-EXIT
           END-IF.
           DISPLAY "Hora desde (HHMM): " WITH NO ADVANCING.
           ACCEPT EVE-HORA-DESDE.
           DISPLAY "Hora hasta (HHMM): " WITH NO ADVANCING.
           ACCEPT EVE-HORA-HASTA.
           IF EVE-HORA-HASTA <= EVE-HORA-DESDE
               OR EVE-HORA-HASTA > 2400
               DISPLAY "RANGO HORARIO INVALIDO."
               GO TO 020-ALTA-EVENTO-EXIT
           END-IF.
           DISPLAY "Sala (codigo de recurso): " WITH NO ADVANCING.
           ACCEPT EVE-SALA.
           INSPECT EVE-SALA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT RECURSOS.
           IF F-NOEXISTE-REC
               DISPLAY "NO HAY MAESTRO DE RECURSOS."
               CLOSE RECURSOS
               GO TO 020-ALTA-EVENTO-EXIT
           END-IF.
           MOVE EVE-SALA TO REC-CODIGO.
           READ RECURSOS
               INVALID KEY CONTINUE
           END-READ.
           CLOSE RECURSOS.
           IF NOT ESTA-RECURSO
               DISPLAY "LA SALA NO EXISTE."
               GO TO 020-ALTA-EVENTO-EXIT
           END-IF.
           DISPLAY "SALA: " REC-NOMBRE.
           DISPLAY "Cupo: " WITH NO ADVANCING.
           ACCEPT EVE-CUPO.
           IF EVE-CUPO = ZEROS
               DISPLAY "SIN CUPO NO HAY EVENTO."
               GO TO 020-ALTA-EVENTO-EXIT
           END-IF.
           DISPLAY "Edad minima (0=SIN LIMITE): " WITH NO ADVANCING.
           ACCEPT EVE-EDAD-MIN.
           DISPLAY "Edad maxima (0=SIN LIMITE): " WITH NO ADVANCING.
           ACCEPT EVE-EDAD-MAX.
           IF EVE-EDAD-MAX = ZEROS
               MOVE 99 TO EVE-EDAD-MAX
           END-IF.
           IF EVE-EDAD-MAX < EVE-EDAD-MIN
               DISPLAY "RANGO DE EDAD INVALIDO."
               GO TO 020-ALTA-EVENTO-EXIT
           END-IF.
           DISPLAY "Arancel (0=GRATUITO): " WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           PERFORM DESCIFRAR-IMPORTE.
           MOVE WS-IMPORTE-PARSEADO TO EVE-ARANCEL.
           SET EVE-ACTIVO TO TRUE.
           PERFORM 025-TOMAR-SALA THRU 025-TOMAR-SALA-EXIT.
           IF NOT ESTA-TURNO
               GO TO 020-ALTA-EVENTO-EXIT
           END-IF.
           PERFORM 090-ABRIR-EVENTOS.
           MOVE ZEROS TO WS-ULTIMO-EVENTO.
           MOVE ZEROS TO EVE-NUMERO.
           START EVENTOS KEY IS NOT LESS THAN EVE-NUMERO
               INVALID KEY SET FIN-EVENTOS TO TRUE
           END-START.
      *EL REGISTRO NUEVO SE GUARDA MIENTRAS SE BUSCA EL ULTIMO
      *NUMERO, PARA NO PERDERLO CON LAS LECTURAS.
           MOVE DATOS-EVENTO TO WS-EVENTO-NUEVO.
           IF NOT FIN-EVENTOS
               READ EVENTOS NEXT RECORD AT END
                   SET FIN-EVENTOS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-EVENTOS
               MOVE EVE-NUMERO TO WS-ULTIMO-EVENTO
               READ EVENTOS NEXT RECORD AT END
                   SET FIN-EVENTOS TO TRUE END-READ
           END-PERFORM.
           MOVE WS-EVENTO-NUEVO TO DATOS-EVENTO.
           ADD 1 TO WS-ULTIMO-EVENTO GIVING EVE-NUMERO.
           WRITE DATOS-EVENTO
               INVALID KEY DISPLAY "ERROR AL GRABAR EL EVENTO"
           END-WRITE.
           IF NOT ESTA-EVENTO
               MOVE "EVENTOS.DAT"  TO WS-ARCHIVO-ERROR
               MOVE FS-EVENTOS     TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           ELSE
               DISPLAY "EVENTO " EVE-NUMERO " CREADO, SALA " EVE-SALA
                       " RESERVADA."
           END-IF.
           CLOSE EVENTOS.
       020-ALTA-EVENTO-EXIT.
           EXIT.

      *RESERVA DE LA SALA: NINGUN TURNO ACTIVO DEL MISMO RECURSO Y
      *DIA PUEDE PISAR EL HORARIO DEL EVENTO. SALE CON FS-TURNOS EN
      *"00" SOLO SI EL TURNO QUEDO GRABADO.
       025-TOMAR-SALA.
           MOVE EVE-HORA-DESDE TO WS-DESDE-NUEVO.
           MOVE EVE-HORA-HASTA TO WS-HASTA-NUEVO.
           MOVE "N" TO WS-SALA-OCUPADA.
           OPEN I-O TURNOS.
           IF F-NOEXISTE-TUR
               CLOSE TURNOS
               OPEN OUTPUT TURNOS
               CLOSE TURNOS
               OPEN I-O TURNOS
           END-IF.
           MOVE EVE-SALA  TO TUR-RECURSO.
           MOVE EVE-FECHA TO TUR-FECHA.
           MOVE ZEROS     TO TUR-HORA-DESDE.
           START TURNOS KEY IS NOT LESS THAN TUR-CLAVE
               INVALID KEY SET FIN-TURNOS TO TRUE
           END-START.
           IF NOT FIN-TURNOS
               READ TURNOS NEXT RECORD AT END SET FIN-TURNOS TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL FIN-TURNOS
                   OR TUR-RECURSO NOT = EVE-SALA
                   OR TUR-FECHA NOT = EVE-FECHA
               IF NOT TUR-CANCELADO
                   AND TUR-HORA-DESDE < WS-HASTA-NUEVO
                   AND TUR-HORA-HASTA > WS-DESDE-NUEVO
                   MOVE "S" TO WS-SALA-OCUPADA
                   DISPLAY "SALA OCUPADA DE " TUR-HORA-DESDE " A "
                           TUR-HORA-HASTA " (SOCIO " TUR-SOCIO ")."
               END-IF
               READ TURNOS NEXT RECORD AT END SET FIN-TURNOS TO TRUE
               END-READ
           END-PERFORM.
           IF SALA-OCUPADA
               CLOSE TURNOS
               MOVE "23" TO FS-TURNOS
               GO TO 025-TOMAR-SALA-EXIT
           END-IF.
           MOVE EVE-SALA       TO TUR-RECURSO.
           MOVE EVE-FECHA      TO TUR-FECHA.
           MOVE WS-DESDE-NUEVO TO TUR-HORA-DESDE.
           MOVE WS-HASTA-NUEVO TO TUR-HORA-HASTA.
           MOVE ZEROS          TO TUR-SOCIO.
           SET TUR-ACTIVO      TO TRUE.
           WRITE DATOS-TURNO
               INVALID KEY
               DISPLAY "ESE TURNO YA ESTA TOMADO."
               MOVE "S" TO WS-SALA-OCUPADA
           END-WRITE.
           CLOSE TURNOS.
           IF SALA-OCUPADA
               MOVE "23" TO FS-TURNOS
           ELSE
               MOVE "00" TO FS-TURNOS
           END-IF.
       025-TOMAR-SALA-EXIT.
           EXIT.

      *INSCRIPCION: EVENTO ACTIVO Y NO PASADO, SOCIO EXISTENTE, NO
      *SUSPENDIDO Y DENTRO DEL RANGO DE EDAD. CON CUPO QUEDA
      *INSCRIPTO (Y SE COBRA EL ARANCEL), SIN CUPO A LA ESPERA.
       030-INSCRIBIR.
           PERFORM 085-PEDIR-EVENTO THRU 085-PEDIR-EVENTO-EXIT.
           IF NOT ESTA-EVENTO
               GO TO 030-INSCRIBIR-EXIT
           END-IF.
           IF NOT EVE-ACTIVO OR EVE-FECHA < WS-FECHA-HOY
               DISPLAY "EL EVENTO ESTA CANCELADO O YA PASO."
               CLOSE EVENTOS
               GO TO 030-INSCRIBIR-EXIT
           END-IF.
           DISPLAY "Socio: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-SOCIO-ID.
           ACCEPT WS-SOCIO-ID.
           IF WS-SOCIO-ID = ZEROS
               CLOSE EVENTOS
               GO TO 030-INSCRIBIR-EXIT
           END-IF.
           OPEN INPUT REG-SOCIOS.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE WS-SOCIO-ID TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           CLOSE REG-SOCIOS.
           IF NOT ESTA-REG-SOC
               DISPLAY "EL SOCIO NO EXISTE."
               CLOSE EVENTOS
               GO TO 030-INSCRIBIR-EXIT
           END-IF.
           DISPLAY "SOCIO: " SOCIO-NOMBRE-STATUS.
           MOVE SOCIO-NOMBRE-STATUS TO WS-NOMBRE-SOCIO.
           IF SOCIO-ESTA-SUSPENDIDO
               DISPLAY "SOCIO SUSPENDIDO: NO SE INSCRIBE."
               CLOSE EVENTOS
               GO TO 030-INSCRIBIR-EXIT
           END-IF.
           IF EVE-EDAD-MIN > ZEROS OR EVE-EDAD-MAX < 99
               IF SOCIO-FECHA-NAC-STATUS NOT NUMERIC
                   OR SOCIO-FECHA-NAC-STATUS = ZEROS
                   DISPLAY "LA FICHA NO TIENE FECHA DE NACIMIENTO: "
                           "ACTUALIZARLA ANTES DE INSCRIBIR."
                   CLOSE EVENTOS
                   GO TO 030-INSCRIBIR-EXIT
               END-IF
               MOVE SOCIO-FECHA-NAC-STATUS TO WS-FECHA-NAC
               MOVE EVE-FECHA TO WS-FECHA-EVE
               COMPUTE WS-EDAD = WS-EVE-ANIO - WS-NAC-ANIO
               IF WS-EVE-MMDD < WS-NAC-MMDD
                   SUBTRACT 1 FROM WS-EDAD
               END-IF
               IF WS-EDAD < EVE-EDAD-MIN OR WS-EDAD > EVE-EDAD-MAX
                   DISPLAY "EDAD " WS-EDAD " FUERA DEL RANGO "
                           EVE-EDAD-MIN "-" EVE-EDAD-MAX "."
                   CLOSE EVENTOS
                   GO TO 030-INSCRIBIR-EXIT
               END-IF
           END-IF.
           PERFORM 092-ABRIR-INSCRIPCIONES.
           MOVE EVE-NUMERO  TO INS-EVENTO.
           MOVE WS-SOCIO-ID TO INS-SOCIO.
           READ INSCRIPCIONES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-INSCRIPCION AND NOT INS-DE-BAJA
               DISPLAY "EL SOCIO YA ESTA ANOTADO (" INS-ESTADO ")."
               CLOSE INSCRIPCIONES EVENTOS
               GO TO 030-INSCRIBIR-EXIT
           END-IF.
           ADD 1 TO EVE-PROX-ORDEN.
           MOVE EVE-NUMERO     TO INS-EVENTO.
           MOVE WS-SOCIO-ID    TO INS-SOCIO.
           MOVE EVE-PROX-ORDEN TO INS-ORDEN.
           MOVE WS-FECHA-HOY   TO INS-FECHA.
           MOVE SPACES         TO INS-PAGADO INS-ASISTIO.
           MOVE ZEROS          TO INS-RECIBO.
           IF EVE-ARANCEL > ZEROS
               MOVE "N" TO INS-PAGADO
           END-IF.
           IF EVE-INSCRIPTOS < EVE-CUPO
               SET INS-INSCRIPTO TO TRUE
               ADD 1 TO EVE-INSCRIPTOS
               DISPLAY "INSCRIPTO (" EVE-INSCRIPTOS " DE " EVE-CUPO
                       ")."
           ELSE
               SET INS-EN-ESPERA TO TRUE
               ADD 1 TO EVE-EN-ESPERA
               DISPLAY "CUPO COMPLETO: QUEDA EN LISTA DE ESPERA ("
                       EVE-EN-ESPERA " EN ESPERA)."
           END-IF.
           IF ESTA-INSCRIPCION
               REWRITE DATOS-INSCRIPCION
           ELSE
               WRITE DATOS-INSCRIPCION
           END-IF.
           REWRITE DATOS-EVENTO.
           IF INS-INSCRIPTO AND INS-DEBE-ARANCEL
               PERFORM 055-COBRAR-ARANCEL THRU 055-COBRAR-ARANCEL-EXIT
           END-IF.
           CLOSE INSCRIPCIONES EVENTOS.
       030-INSCRIBIR-EXIT.
           EXIT.

      *BAJA DE UNA INSCRIPCION. SI LIBERA UN LUGAR ENTRA EL PRIMERO
      *DE LA LISTA DE ESPERA, QUE QUEDA DEBIENDO EL ARANCEL.
       040-BAJA-INSCRIPCION.
           PERFORM 085-PEDIR-EVENTO THRU 085-PEDIR-EVENTO-EXIT.
           IF NOT ESTA-EVENTO
               GO TO 040-BAJA-INSCRIPCION-EXIT
           END-IF.
           DISPLAY "Socio: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-SOCIO-ID.
           ACCEPT WS-SOCIO-ID.
           PERFORM 092-ABRIR-INSCRIPCIONES.
           MOVE EVE-NUMERO  TO INS-EVENTO.
           MOVE WS-SOCIO-ID TO INS-SOCIO.
           READ INSCRIPCIONES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-INSCRIPCION OR INS-DE-BAJA
               DISPLAY "EL SOCIO NO ESTA ANOTADO EN ESE EVENTO."
               CLOSE INSCRIPCIONES EVENTOS
               GO TO 040-BAJA-INSCRIPCION-EXIT
           END-IF.
           MOVE "N" TO WS-ERA-INSCRIPTO.
           IF INS-INSCRIPTO
               MOVE "S" TO WS-ERA-INSCRIPTO
               SUBTRACT 1 FROM EVE-INSCRIPTOS
           ELSE
               SUBTRACT 1 FROM EVE-EN-ESPERA
           END-IF.
           IF INS-PAGADO = "S"
               DISPLAY "TENIA EL ARANCEL PAGO (RECIBO " INS-RECIBO
                       ")."
           END-IF.
           SET INS-DE-BAJA TO TRUE.
           REWRITE DATOS-INSCRIPCION.
           DISPLAY "INSCRIPCION DADA DE BAJA.".
           IF ERA-INSCRIPTO AND EVE-ACTIVO
               PERFORM 045-PROMOVER-ESPERA
                       THRU 045-PROMOVER-ESPERA-EXIT
           END-IF.
           REWRITE DATOS-EVENTO.
           CLOSE INSCRIPCIONES EVENTOS.
       040-BAJA-INSCRIPCION-EXIT.
           EXIT.

      *EL DE MENOR ORDEN EN ESPERA PASA A INSCRIPTO.
       045-PROMOVER-ESPERA.
           MOVE 9999  TO WS-MENOR-ORDEN.
           MOVE ZEROS TO WS-SOCIO-PROMOVIDO.
           MOVE EVE-NUMERO TO INS-EVENTO.
           MOVE ZEROS      TO INS-SOCIO.
           START INSCRIPCIONES KEY IS NOT LESS THAN INS-CLAVE
               INVALID KEY SET FIN-INSCRIPCIONES TO TRUE
           END-START.
           IF NOT FIN-INSCRIPCIONES
               READ INSCRIPCIONES NEXT RECORD AT END
                   SET FIN-INSCRIPCIONES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-INSCRIPCIONES
                   OR INS-EVENTO NOT = EVE-NUMERO
               IF INS-EN-ESPERA AND INS-ORDEN < WS-MENOR-ORDEN
                   MOVE INS-ORDEN TO WS-MENOR-ORDEN
                   MOVE INS-SOCIO TO WS-SOCIO-PROMOVIDO
               END-IF
               READ INSCRIPCIONES NEXT RECORD AT END
                   SET FIN-INSCRIPCIONES TO TRUE END-READ
           END-PERFORM.
           IF WS-SOCIO-PROMOVIDO = ZEROS
               GO TO 045-PROMOVER-ESPERA-EXIT
           END-IF.
           MOVE EVE-NUMERO         TO INS-EVENTO.
           MOVE WS-SOCIO-PROMOVIDO TO INS-SOCIO.
           READ INSCRIPCIONES
               INVALID KEY GO TO 045-PROMOVER-ESPERA-EXIT
           END-READ.
           SET INS-INSCRIPTO TO TRUE.
           REWRITE DATOS-INSCRIPCION.
           ADD 1 TO EVE-INSCRIPTOS.
           SUBTRACT 1 FROM EVE-EN-ESPERA.
           DISPLAY "ENTRA DESDE LA ESPERA EL SOCIO " WS-SOCIO-PROMOVIDO
                   ": AVISARLE.".
           IF INS-DEBE-ARANCEL
               DISPLAY "  (DEBE EL ARANCEL, SE COBRA EN EL MOSTRADOR)"
           END-IF.
       045-PROMOVER-ESPERA-EXIT.
           EXIT.

       050-COBRAR-PENDIENTE.
           PERFORM 085-PEDIR-EVENTO THRU 085-PEDIR-EVENTO-EXIT.
           IF NOT ESTA-EVENTO
               GO TO 050-COBRAR-PENDIENTE-EXIT
           END-IF.
           DISPLAY "Socio: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-SOCIO-ID.
           ACCEPT WS-SOCIO-ID.
           PERFORM 092-ABRIR-INSCRIPCIONES.
           MOVE EVE-NUMERO  TO INS-EVENTO.
           MOVE WS-SOCIO-ID TO INS-SOCIO.
           READ INSCRIPCIONES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-INSCRIPCION OR NOT INS-INSCRIPTO
               OR NOT INS-DEBE-ARANCEL
               DISPLAY "NO HAY ARANCEL PENDIENTE PARA ESE SOCIO."
               CLOSE INSCRIPCIONES EVENTOS
               GO TO 050-COBRAR-PENDIENTE-EXIT
           END-IF.
           PERFORM 055-COBRAR-ARANCEL THRU 055-COBRAR-ARANCEL-EXIT.
           CLOSE INSCRIPCIONES EVENTOS.
       050-COBRAR-PENDIENTE-EXIT.
           EXIT.

      *COBRO DEL ARANCEL CON LA INSCRIPCION LEIDA Y ABIERTA I-O:
      *INGRESO EN LA CAJA CON REFERENCIA "EVT" Y EL NUMERO DE
      *EVENTO, RECIBO NUMERADO Y MARCA DE PAGO EN LA INSCRIPCION.
       055-COBRAR-ARANCEL.
           MOVE EVE-ARANCEL TO WS-IMPORTE-ED.
           DISPLAY "ARANCEL " WS-IMPORTE-ED ". Cobra ahora? (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-RESPUESTA.
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               DISPLAY "QUEDA DEBIENDO EL ARANCEL."
               GO TO 055-COBRAR-ARANCEL-EXIT
           END-IF.
           OPEN EXTEND CAJA-MOVIMIENTOS.
           IF F-NOEXISTE-CAJA
               CLOSE CAJA-MOVIMIENTOS
               OPEN OUTPUT CAJA-MOVIMIENTOS
           END-IF.
           MOVE WS-FECHA-HOY    TO CAJA-FECHA.
           SET CAJA-INGRESO     TO TRUE.
           MOVE EVE-ARANCEL     TO CAJA-IMPORTE.
           MOVE SPACES          TO CAJA-REFERENCIA.
           STRING "EVT "        DELIMITED BY SIZE
                   EVE-NUMERO   DELIMITED BY SIZE
                   INTO CAJA-REFERENCIA.
           MOVE WS-SUCURSAL     TO CAJA-SUCURSAL.
           MOVE WS-OPERADOR     TO CAJA-OPERADOR.
           WRITE LINEA-CAJA.
           CLOSE CAJA-MOVIMIENTOS.
           PERFORM 057-PROXIMO-RECIBO.
           MOVE "S"       TO INS-PAGADO.
           MOVE WS-RECIBO TO INS-RECIBO.
           REWRITE DATOS-INSCRIPCION.
           OPEN EXTEND RECIBOS.
           IF F-NOEXISTE-RCB
               CLOSE RECIBOS
               OPEN OUTPUT RECIBOS
           END-IF.
           MOVE ALL "-" TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "RECIBO EVENTO NRO "   DELIMITED BY SIZE
                   WS-RECIBO             DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE EVE-TITULO TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "SOCIO "               DELIMITED BY SIZE
                   INS-SOCIO             DELIMITED BY SIZE
                   " - "                 DELIMITED BY SIZE
                   WS-FECHA-HOY          DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "IMPORTE "             DELIMITED BY SIZE
                   WS-IMPORTE-ED         DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           CLOSE RECIBOS.
           DISPLAY "ARANCEL COBRADO, RECIBO " WS-RECIBO ".".
       055-COBRAR-ARANCEL-EXIT.
           EXIT.

       057-PROXIMO-RECIBO.
           MOVE ZEROS TO WS-RECIBO.
           OPEN INPUT RECIBO-NUMERADOR.
           IF NOT F-NOEXISTE-NUM
               READ RECIBO-NUMERADOR INTO WS-RECIBO
                   AT END MOVE ZEROS TO WS-RECIBO
               END-READ
               CLOSE RECIBO-NUMERADOR
           END-IF.
           ADD 1 TO WS-RECIBO.
           OPEN OUTPUT RECIBO-NUMERADOR.
           MOVE WS-RECIBO TO LINEA-NUMERADOR.
           WRITE LINEA-NUMERADOR.
           CLOSE RECIBO-NUMERADOR.

      *PLANILLA PARA IMPRIMIR Y MARCAR EN LA PUERTA: LOS INSCRIPTOS
      *CON SU NOMBRE Y SI DEBEN EL ARANCEL, Y AL PIE LA ESPERA.
       060-PLANILLA.
           PERFORM 085-PEDIR-EVENTO THRU 085-PEDIR-EVENTO-EXIT.
           IF NOT ESTA-EVENTO
               GO TO 060-PLANILLA-EXIT
           END-IF.
           CLOSE EVENTOS.
           OPEN INPUT INSCRIPCIONES.
           IF F-NOEXISTE-INS
               DISPLAY "NO HAY INSCRIPCIONES TODAVIA."
               CLOSE INSCRIPCIONES
               GO TO 060-PLANILLA-EXIT
           END-IF.
           OPEN INPUT REG-SOCIOS.
           OPEN OUTPUT PLANILLA.
           MOVE SPACES TO LINEA-PLANILLA.
           STRING "PLANILLA DE ASISTENCIA - EVENTO " DELIMITED BY SIZE
                   EVE-NUMERO               DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   EVE-TITULO               DELIMITED BY SIZE
                   INTO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE SPACES TO LINEA-PLANILLA.
           STRING "FECHA "                  DELIMITED BY SIZE
                   EVE-FECHA                DELIMITED BY SIZE
                   " DE "                   DELIMITED BY SIZE
                   EVE-HORA-DESDE           DELIMITED BY SIZE
                   " A "                    DELIMITED BY SIZE
                   EVE-HORA-HASTA           DELIMITED BY SIZE
                   " SALA "                 DELIMITED BY SIZE
                   EVE-SALA                 DELIMITED BY SIZE
                   " CUPO "                 DELIMITED BY SIZE
                   EVE-CUPO                 DELIMITED BY SIZE
                   INTO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE SPACES TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE "SOCIO |NOMBRE                                  |ARANC|"
                   TO LINEA-PLANILLA.
           MOVE "PRESENTE" TO LINEA-PLANILLA (56:8).
           WRITE LINEA-PLANILLA.
           MOVE "I" TO WS-MARCA.
           PERFORM 062-RENGLONES-PLANILLA.
           MOVE SPACES TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE "LISTA DE ESPERA (POR ORDEN DE LLEGADA):"
                   TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE "E" TO WS-MARCA.
           PERFORM 062-RENGLONES-PLANILLA.
           CLOSE PLANILLA REG-SOCIOS INSCRIPCIONES.
           DISPLAY "ASISTENCIA-EVENTO.LST GENERADO.".
       060-PLANILLA-EXIT.
           EXIT.

      *UN RENGLON POR INSCRIPCION DEL EVENTO EN EL ESTADO WS-MARCA.
       062-RENGLONES-PLANILLA.
           MOVE EVE-NUMERO TO INS-EVENTO.
           MOVE ZEROS      TO INS-SOCIO.
           MOVE "00"       TO FS-INSCRIPCIONES.
           START INSCRIPCIONES KEY IS NOT LESS THAN INS-CLAVE
               INVALID KEY SET FIN-INSCRIPCIONES TO TRUE
           END-START.
           IF NOT FIN-INSCRIPCIONES
               READ INSCRIPCIONES NEXT RECORD AT END
                   SET FIN-INSCRIPCIONES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-INSCRIPCIONES
                   OR INS-EVENTO NOT = EVE-NUMERO
               IF INS-ESTADO = WS-MARCA
                   MOVE SPACES TO WS-NOMBRE-SOCIO
                   IF NOT F-NOEXISTE-SOC
                       MOVE SPACES TO SOCIO-CLAVE-STATUS
                       MOVE INS-SOCIO TO SOCIO-CLAVE-STATUS
                       READ REG-SOCIOS
                           INVALID KEY CONTINUE
                       END-READ
                       IF ESTA-REG-SOC
                           MOVE SOCIO-NOMBRE-STATUS TO WS-NOMBRE-SOCIO
                       END-IF
                   END-IF
                   MOVE SPACES TO LINEA-PLANILLA
                   STRING INS-SOCIO        DELIMITED BY SIZE
                           "|"             DELIMITED BY SIZE
                           WS-NOMBRE-SOCIO DELIMITED BY SIZE
                           "|"             DELIMITED BY SIZE
                           INTO LINEA-PLANILLA
                   IF INS-DEBE-ARANCEL
                       MOVE "DEBE" TO LINEA-PLANILLA (50:4)
                   END-IF
                   IF WS-MARCA = "I"
                       MOVE "|  [   ]" TO LINEA-PLANILLA (55:8)
                   ELSE
                       MOVE "|" TO LINEA-PLANILLA (55:1)
                       MOVE INS-ORDEN TO LINEA-PLANILLA (57:4)
                   END-IF
                   WRITE LINEA-PLANILLA
               END-IF
               READ INSCRIPCIONES NEXT RECORD AT END
                   SET FIN-INSCRIPCIONES TO TRUE END-READ
           END-PERFORM.

      *CARGA DE LA PLANILLA MARCADA: PARA CADA INSCRIPTO S/N
      *(ENTER CONSERVA LO CARGADO); RECUENTA LOS PRESENTES.
       065-CARGAR-ASISTENCIA.
           PERFORM 085-PEDIR-EVENTO THRU 085-PEDIR-EVENTO-EXIT.
           IF NOT ESTA-EVENTO
               GO TO 065-CARGAR-ASISTENCIA-EXIT
           END-IF.
           IF EVE-FECHA > WS-FECHA-HOY
               DISPLAY "EL EVENTO TODAVIA NO SE REALIZO."
               CLOSE EVENTOS
               GO TO 065-CARGAR-ASISTENCIA-EXIT
           END-IF.
           OPEN I-O INSCRIPCIONES.
           IF F-NOEXISTE-INS
               DISPLAY "NO HAY INSCRIPCIONES TODAVIA."
               CLOSE INSCRIPCIONES EVENTOS
               GO TO 065-CARGAR-ASISTENCIA-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT.
           MOVE EVE-NUMERO TO INS-EVENTO.
           MOVE ZEROS      TO INS-SOCIO.
           START INSCRIPCIONES KEY IS NOT LESS THAN INS-CLAVE
               INVALID KEY SET FIN-INSCRIPCIONES TO TRUE
           END-START.
           IF NOT FIN-INSCRIPCIONES
               READ INSCRIPCIONES NEXT RECORD AT END
                   SET FIN-INSCRIPCIONES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-INSCRIPCIONES
                   OR INS-EVENTO NOT = EVE-NUMERO
               IF INS-INSCRIPTO
                   DISPLAY "Socio " INS-SOCIO " presente? (S/N, "
                           "ENTER = " INS-ASISTIO "): "
                           WITH NO ADVANCING
                   MOVE SPACES TO WS-RESPUESTA
                   ACCEPT WS-RESPUESTA
                   INSPECT WS-RESPUESTA CONVERTING "sn" TO "SN"
                   IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "N"
                       MOVE WS-RESPUESTA TO INS-ASISTIO
                       REWRITE DATOS-INSCRIPCION
                   END-IF
                   IF INS-PRESENTE
                       ADD 1 TO WS-CANT
                   END-IF
               END-IF
               READ INSCRIPCIONES NEXT RECORD AT END
                   SET FIN-INSCRIPCIONES TO TRUE END-READ
           END-PERFORM.
           CLOSE INSCRIPCIONES.
           MOVE WS-CANT TO EVE-PRESENTES.
           REWRITE DATOS-EVENTO.
           CLOSE EVENTOS.
           DISPLAY "PRESENTES: " EVE-PRESENTES " DE " EVE-INSCRIPTOS
                   " INSCRIPTOS.".
       065-CARGAR-ASISTENCIA-EXIT.
           EXIT.

      *CANCELACION DEL EVENTO: LIBERA EL TURNO DE LA SALA. LAS
      *INSCRIPCIONES QUEDAN COMO ESTAN PARA AVISAR A LOS ANOTADOS.
       070-CANCELAR-EVENTO.
           PERFORM 085-PEDIR-EVENTO THRU 085-PEDIR-EVENTO-EXIT.
           IF NOT ESTA-EVENTO
               GO TO 070-CANCELAR-EVENTO-EXIT
           END-IF.
           IF EVE-CANCELADO
               DISPLAY "EL EVENTO YA ESTABA CANCELADO."
               CLOSE EVENTOS
               GO TO 070-CANCELAR-EVENTO-EXIT
           END-IF.
           DISPLAY "Confirma la cancelacion? (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-RESPUESTA.
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               CLOSE EVENTOS
               GO TO 070-CANCELAR-EVENTO-EXIT
           END-IF.
           SET EVE-CANCELADO TO TRUE.
           REWRITE DATOS-EVENTO.
           CLOSE EVENTOS.
           OPEN I-O TURNOS.
           IF NOT F-NOEXISTE-TUR
               MOVE EVE-SALA       TO TUR-RECURSO
               MOVE EVE-FECHA      TO TUR-FECHA
               MOVE EVE-HORA-DESDE TO TUR-HORA-DESDE
               READ TURNOS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-TURNO AND TUR-SOCIO = ZEROS
                   SET TUR-CANCELADO TO TRUE
                   REWRITE DATOS-TURNO END-REWRITE
                   DISPLAY "SALA LIBERADA."
               END-IF
           END-IF.
           CLOSE TURNOS.
           DISPLAY "EVENTO CANCELADO: AVISAR A LOS " EVE-INSCRIPTOS
                   " INSCRIPTOS Y " EVE-EN-ESPERA " EN ESPERA.".
       070-CANCELAR-EVENTO-EXIT.
           EXIT.

       080-LISTAR.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT EVENTOS.
           IF F-NOEXISTE-EVE
               DISPLAY "NO HAY EVENTOS CARGADOS TODAVIA."
               CLOSE EVENTOS
               GO TO 080-LISTAR-EXIT
           END-IF.
           DISPLAY "NRO  |PRG|FECHA   |HORA|SALA|TITULO"
                   "                        |CUPO|INS|ESP|PRE|E".
           MOVE ZEROS TO EVE-NUMERO.
           START EVENTOS KEY IS NOT LESS THAN EVE-NUMERO
               INVALID KEY SET FIN-EVENTOS TO TRUE
           END-START.
           IF NOT FIN-EVENTOS
               READ EVENTOS NEXT RECORD AT END
                   SET FIN-EVENTOS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-EVENTOS
               ADD 1 TO WS-CANT
               DISPLAY EVE-NUMERO "|" EVE-PROGRAMA "|" EVE-FECHA "|"
                       EVE-HORA-DESDE "|" EVE-SALA " |" EVE-TITULO
                       "|" EVE-CUPO " |" EVE-INSCRIPTOS "|"
                       EVE-EN-ESPERA "|" EVE-PRESENTES "|" EVE-ESTADO
               READ EVENTOS NEXT RECORD AT END
                   SET FIN-EVENTOS TO TRUE END-READ
           END-PERFORM.
           CLOSE EVENTOS.
           DISPLAY WS-CANT " EVENTOS.".
       080-LISTAR-EXIT.
           EXIT.

      *PIDE EL NUMERO Y DEJA EL EVENTO LEIDO CON EL ARCHIVO ABIERTO
      *I-O; SI NO EXISTE EL ARCHIVO QUEDA CERRADO.
       085-PEDIR-EVENTO.
           DISPLAY "Numero de evento: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-EVENTO.
           ACCEPT WS-EVENTO.
           OPEN I-O EVENTOS.
           IF F-NOEXISTE-EVE
               DISPLAY "NO HAY EVENTOS CARGADOS TODAVIA."
               CLOSE EVENTOS
               MOVE "23" TO FS-EVENTOS
               GO TO 085-PEDIR-EVENTO-EXIT
           END-IF.
           MOVE WS-EVENTO TO EVE-NUMERO.
           READ EVENTOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-EVENTO
               DISPLAY "NO EXISTE ESE EVENTO."
               CLOSE EVENTOS
               MOVE "23" TO FS-EVENTOS
               GO TO 085-PEDIR-EVENTO-EXIT
           END-IF.
           DISPLAY EVE-TITULO " " EVE-FECHA " " EVE-HORA-DESDE
                   " (" EVE-INSCRIPTOS "/" EVE-CUPO ", ESPERA "
                   EVE-EN-ESPERA ")".
       085-PEDIR-EVENTO-EXIT.
           EXIT.

       090-ABRIR-EVENTOS.
           OPEN I-O EVENTOS.
           IF F-NOEXISTE-EVE
               CLOSE EVENTOS
               OPEN OUTPUT EVENTOS
               CLOSE EVENTOS
               OPEN I-O EVENTOS
           END-IF.

       092-ABRIR-INSCRIPCIONES.
           OPEN I-O INSCRIPCIONES.
           IF F-NOEXISTE-INS
               CLOSE INSCRIPCIONES
               OPEN OUTPUT INSCRIPCIONES
               CLOSE INSCRIPCIONES
               OPEN I-O INSCRIPCIONES
           END-IF.

      *DIA CERRADO SEGUN CALENDARIO-CIERRE.DAT PARA EVE-FECHA; EL
      *DIA DE LA SEMANA YA LO DEJO FECHA-SERIAL EN FSR-DIA-SEMANA.
       095-VERIFICAR-DIA-CERRADO.
           MOVE "N" TO AUX-DIA-ES-CERRADO.
           PERFORM VARYING AUX-IND-CAL FROM 1 BY 1
                   UNTIL AUX-IND-CAL > 7
               MOVE "N" TO DIA-CERRADO (AUX-IND-CAL)
           END-PERFORM.
           MOVE ZEROS TO AUX-CANT-FERIADOS.
           OPEN INPUT CALENDARIO-CIERRE.
           IF F-NOEXISTE-CAL
               CLOSE CALENDARIO-CIERRE
           ELSE
               READ CALENDARIO-CIERRE AT END SET FIN-CALENDARIO
                       TO TRUE END-READ
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
               END-PERFORM
               CLOSE CALENDARIO-CIERRE
           END-IF.
           IF DIA-CERRADO (FSR-DIA-SEMANA) = "S"
               MOVE "S" TO AUX-DIA-ES-CERRADO
           END-IF.
           PERFORM VARYING AUX-IND-CAL FROM 1 BY 1
                   UNTIL AUX-IND-CAL > AUX-CANT-FERIADOS
                       OR DIA-ES-CERRADO
               IF FERIADO-FECHA (AUX-IND-CAL) = EVE-FECHA
                   MOVE "S" TO AUX-DIA-ES-CERRADO
               END-IF
           END-PERFORM.

      *IMPORTE TIPEADO CON PUNTO DECIMAL: LOS DIGITOS ANTES DEL
      *PUNTO SON ENTEROS, LOS DOS SIGUIENTES CENTAVOS.
       DESCIFRAR-IMPORTE.
           MOVE ZEROS TO WS-IMPORTE-PARSEADO.
           MOVE "N" TO WS-IMP-EN-DEC.
           MOVE ZEROS TO WS-IMP-CENT.
           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > 10
               MOVE WS-IMP-TEXTO (WS-IMP-IDX:1) TO WS-IMP-CHAR
               IF WS-IMP-CHAR = "."
                   MOVE "S" TO WS-IMP-EN-DEC
               ELSE
                   IF WS-IMP-CHAR IS NUMERIC
                       IF NOT IMP-EN-DECIMALES
                           COMPUTE WS-IMPORTE-PARSEADO =
                                   WS-IMPORTE-PARSEADO * 10
                                   + WS-IMP-CHAR-N
                       ELSE
                           ADD 1 TO WS-IMP-CENT
                           IF WS-IMP-CENT = 1
                               COMPUTE WS-IMPORTE-PARSEADO =
                                       WS-IMPORTE-PARSEADO
                                       + WS-IMP-CHAR-N / 10
                           END-IF
                           IF WS-IMP-CENT = 2
                               COMPUTE WS-IMPORTE-PARSEADO =
                                       WS-IMPORTE-PARSEADO
                                       + WS-IMP-CHAR-N / 100
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "SUCURSAL-DEF" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO SUCURSAL-DEFECTO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "EVENTOS "         DELIMITED BY SIZE
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
       END PROGRAM EVENTOS.
