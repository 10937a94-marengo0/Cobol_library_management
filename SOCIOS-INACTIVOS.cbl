       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SOCIOS-INACTIVOS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *SOCIOS INACTIVOS: SIENT01.FIC ACUMULA FICHAS DE GENTE QUE NO
      *PISA LA BIBLIOTECA HACE ANIOS Y EST-SOCIOS LAS CUENTA COMO
      *SOCIOS. ESTE PROGRAMA ARMA PRIMERO, PARA CADA SOCIO, LA FECHA
      *DE SU ULTIMO MOVIMIENTO: PRESTAMOS Y DEVOLUCIONES
      *(REG-PRESTAMOS.DAT Y PRESTAMOS-HISTORICO.DAT), RESERVAS
      *(REG-RESERVAS.DAT), TURNOS DE SALA (TURNOS.DAT), PAGOS DE
      *MULTAS (REG-FINES-MAESTRO.DAT Y FINES-HISTORICO.DAT),
      *MOVIMIENTOS DE SALDO PREPAGO (PREPAGOS-SOCIOS.DAT) Y
      *RENOVACIONES DE MEMBRESIA (LINEAS DE MEMBRESIA-COBRO EN
      *AUDITORIA-SOCIOS.DAT); LA FECHA DE ALTA CUENTA COMO MOVIMIENTO
      *PARA QUE EL SOCIO NUEVO NO FIGURE INACTIVO. CON ESO:
      *  1. LISTA EN SOCIOS-INACTIVOS.LST A LOS SOCIOS SIN
      *     MOVIMIENTO EN LOS ULTIMOS N MESES (24 SI NO SE INDICA) Y
      *     LES ESCRIBE LA CARTA "LO EXTRANIAMOS" (CARTAS-INACTIVOS.
      *     LST) O EL MENSAJE EN LA COLA CORREO-SALIDA.DAT, CON LAS
      *     MISMAS REGLAS DE CANAL QUE VENC-MEMBRESIAS: SIN CARTAS NO
      *     RECIBE NADA Y CON CORREO DEVUELTO (SIN CORREO
      *     ELECTRONICO) QUEDA PARA SEGUIMIENTO EN EL LISTADO. EL
      *     AVISO SE ANOTA EN INACTIVOS-AVISOS.DAT Y NO SE REPITE
      *     MIENTRAS EL SOCIO NO VUELVA A MOVERSE.
      *  2. PASA AL ARCHIVO SIENT01-ARCHIVO.FIC A LOS SOCIOS SIN
      *     MOVIMIENTO EN UN PLAZO MAS LARGO (60 MESES SI NO SE
      *     INDICA) QUE NO TENGAN PRESTAMOS ABIERTOS, NI DEUDA DE
      *     MULTAS (SALDO DE CIERRE-FINES MAS FILAS VIVAS, COMO
      *     BAJA-ESTUDIANTES) NI SALDO PREPAGO: LA FICHA COMPLETA SE
      *     GRABA EN EL ARCHIVO Y SE BORRA DE SIENT01.FIC, CON SU
      *     LINEA EN AUDITORIA-SOCIOS.DAT Y SU BAJA EN EL JORNAL. LOS
      *     RETENIDOS SE LISTAN EN INACTIVOS-ARCHIVO.LST CON EL
      *     MOTIVO.
      *  3. RESTAURA UNA FICHA ARCHIVADA A SIENT01.FIC TAL COMO
      *     ESTABA (SALVO QUE LA CLAVE YA SE HAYA VUELTO A USAR), CON
      *     SU LINEA DE AUDITORIA Y SU ALTA EN EL JORNAL.
      *  4. LISTA LAS FICHAS ARCHIVADAS.
      *EL ARCHIVO DE TRABAJO INACTIVOS-ACTIVIDAD.TMP SE REARMA EN
      *CADA CORRIDA.
      *LOS PLAZOS POR OMISION SALEN DE LOS PARAMETROS DEL SISTEMA
      *RET-MESES-INACT Y RET-MESES-ARCH (MANT-PARAMETROS); SIN
      *PARAMETRO SON 24 Y 60 MESES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *FICHAS ARCHIVADAS: LA IMAGEN COMPLETA DE SIENT01.FIC MAS LA
      *FECHA EN QUE SE ARCHIVO Y LA DEL ULTIMO MOVIMIENTO.
           SELECT ARCHIVO-SOCIOS ASSIGN TO "SIENT01-ARCHIVO.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CLAVE
               FILE STATUS IS FS-ARCHIVO.

           SELECT REG-PRESTAMOS ASSIGN TO "REG-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRESTAMO-CLAVE-STATUS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REG-PRESTAMOS.

           SELECT HISTORICO ASSIGN TO "PRESTAMOS-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT REG-RESERVAS ASSIGN TO "REG-RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RESERVA-CLAVE-STATUS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REG-RESERVAS.

      *TURNOS DE SALAS Y EQUIPOS (RESERVA-SALAS.CBL).
           SELECT TURNOS ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TUR-CLAVE
               FILE STATUS IS FS-TURNOS.

           SELECT REG-FINES ASSIGN TO "REG-FINES-MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-FINES.

      *FILAS DE MULTAS YA CERRADAS POR CIERRE-FINES (MISMO LAYOUT).
           SELECT FINES-HISTORICO ASSIGN TO "FINES-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FINES-HIST.

      *SALDO ARRASTRADO POR SOCIO AL ULTIMO CORTE DE CIERRE-FINES.
           SELECT SALDOS-FINES ASSIGN TO "SALDOS-FINES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAL-SOCIO-ID
               FILE STATUS IS FS-SALDOS-FINES.

           SELECT PREPAGOS ASSIGN TO "PREPAGOS-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREPAGOS.

      *TRAZA DE AUDITORIA DE LA FICHA DE ENTIDADES: SE LEE PARA LAS
      *RENOVACIONES DE MEMBRESIA Y SE ESCRIBE AL ARCHIVAR O
      *RESTAURAR UNA FICHA.
           SELECT AUDITORIA-SOCIOS ASSIGN TO "AUDITORIA-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-SOC.

      *ULTIMO MOVIMIENTO DE CADA SOCIO, REARMADO EN CADA CORRIDA.
           SELECT ACTIVIDAD-TMP ASSIGN TO "INACTIVOS-ACTIVIDAD.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-SOCIO-ID
               FILE STATUS IS FS-ACTIVIDAD.

      *AVISOS "LO EXTRANIAMOS" YA ENVIADOS, UNO POR SOCIO.
           SELECT AVISOS ASSIGN TO "INACTIVOS-AVISOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-SOCIO-ID
               FILE STATUS IS FS-AVISOS.

           SELECT LISTADO ASSIGN TO "SOCIOS-INACTIVOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT CARTAS ASSIGN TO "CARTAS-INACTIVOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

           SELECT LISTADO-ARCHIVO ASSIGN TO "INACTIVOS-ARCHIVO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO-ARC.

      *COLA DE CORREO SALIENTE QUE LEVANTA LA PASARELA DE CORREO
      *(VER CORREO-DEVUELTO.CBL) Y SU NUMERADOR DE MENSAJES.
           SELECT COLA-CORREO ASSIGN TO "CORREO-SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-CORREO.

           SELECT COLA-NUMERADOR ASSIGN TO "CORREO-SALIDA.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-NUMERADOR.

      *JORNAL DE IMAGENES POSTERIORES (JORNAL-DIARIO.DAT): LA FICHA
      *QUE SALE DE SIENT01.FIC DEJA SU BAJA Y LA QUE VUELVE SU ALTA,
      *PARA QUE REPONE-JORNAL PUEDA REAPLICAR EL DIA.
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

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(70).
           05 SOCIO-DOMICILIO-STATUS  PIC X(40).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(01).
           05 SOCIO-FECHA-ALTA-STATUS PIC 9(8).
           05 FILLER                  PIC X(12).
      *MARCA DE CORREO DEVUELTO Y PREFERENCIA SIN CARTAS
      *(SIENT01M / CORREO-DEVUELTO.CBL).
           05 SOCIO-CORREO-DEV-STATUS PIC X(01).
               88 SOCIO-CORREO-DEVUELTO VALUE "S" "s".
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
               88 SOCIO-SIN-CARTAS    VALUE "S" "s".
      *DIRECCION DE CORREO ELECTRONICO Y MARCA DE REBOTE.
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
               88 SOCIO-EMAIL-REBOTADO VALUE "S" "s".
           05 FILLER                  PIC X(261).

       FD ARCHIVO-SOCIOS.
       01 DATOS-ARCHIVO.
           05 ARC-FICHA.
               10 ARC-CLAVE           PIC X(11).
               10 ARC-NOMBRE          PIC X(40).
               10 FILLER              PIC X(461).
           05 ARC-FECHA-ARCHIVO       PIC 9(8).
           05 ARC-ULTIMA-ACTIVIDAD    PIC 9(8).

       FD REG-PRESTAMOS.
       01 DATOS-PRESTAMO-STATUS.
           05 PRESTAMO-CLAVE-STATUS.
               10 PRESTAMO-LIBRO-ID-STATUS       PIC 9(6).
               10 PRESTAMO-SOCIO-ID-STATUS       PIC 9(6).
               10 PRESTAMO-FECHA-PRESTAMO-STATUS PIC 9(8).
           05 PRESTAMO-FECHA-VENCIMIENTO-STATUS  PIC 9(8).
           05 PRESTAMO-FECHA-DEVOLUCION-STATUS   PIC 9(8).
           05 PRESTAMO-ESTADO-STATUS             PIC X(01).
               88 PRESTAMO-ACTIVO-STATUS         VALUE "A".
           05 FILLER                             PIC X(05).

       FD HISTORICO.
       01 LINEA-HISTORICO.
           05 HIST-LIBRO-ID             PIC 9(6).
           05 HIST-SOCIO-ID             PIC 9(6).
           05 HIST-FECHA-PRESTAMO       PIC 9(8).
           05 HIST-FECHA-VENCIMIENTO    PIC 9(8).
           05 HIST-FECHA-DEVOLUCION     PIC 9(8).
           05 FILLER                    PIC X(05).

       FD REG-RESERVAS.
       01 DATOS-RESERVA-STATUS.
           05 RESERVA-CLAVE-STATUS.
               10 RESERVA-LIBRO-ID-STATUS    PIC 9(6).
               10 RESERVA-SOCIO-ID-STATUS    PIC 9(6).
               10 RESERVA-FECHA-STATUS       PIC 9(8).
           05 FILLER                         PIC X(12).

       FD TURNOS.
       01 DATOS-TURNO.
           05 TUR-CLAVE.
               10 TUR-RECURSO         PIC X(3).
               10 TUR-FECHA           PIC 9(8).
               10 TUR-HORA-DESDE      PIC 9(4).
           05 TUR-HORA-HASTA          PIC 9(4).
           05 TUR-SOCIO               PIC 9(6).
           05 TUR-ESTADO              PIC X(1).

       FD REG-FINES.
       01 FINES-TRANSACCION.
           05 FINES-SOCIO-ID         PIC 9(6).
           05 FINES-LIBRO-ID         PIC 9(6).
           05 FINES-FECHA            PIC 9(8).
           05 FINES-TIPO             PIC X(01).
               88 FINES-ASIGNADA     VALUE "A".
               88 FINES-PAGO         VALUE "P".
           05 FINES-MONTO            PIC 9(6)V99.
           05 FINES-RESTO            PIC X(41).

       FD FINES-HISTORICO.
       01 LINEA-FINES-HIST.
           05 FHI-SOCIO-ID           PIC 9(6).
           05 FHI-LIBRO-ID           PIC 9(6).
           05 FHI-FECHA              PIC 9(8).
           05 FHI-TIPO               PIC X(01).
               88 FHI-PAGO           VALUE "P".
           05 FILLER                 PIC X(49).

       FD SALDOS-FINES.
       01 REG-SALDO-FINES.
           05 SAL-SOCIO-ID            PIC 9(6).
           05 SAL-ASIGNADO            PIC 9(8)V99.
           05 SAL-PAGADO              PIC 9(8)V99.
           05 SAL-FECHA-VIEJA         PIC 9(8).
           05 SAL-FECHA-CORTE         PIC 9(8).

      *MAYOR DE SALDO PREPAGO: LA CARGA ("C") SUMA, LO DEMAS RESTA.
       FD PREPAGOS.
       01 LINEA-PREPAGO.
           05 PPG-SOCIO-ID            PIC 9(6).
           05 PPG-FECHA               PIC 9(8).
           05 PPG-TIPO                PIC X(01).
               88 PPG-CARGA           VALUE "C".
           05 PPG-IMPORTE             PIC 9(6)V99.
           05 FILLER                  PIC X(24).

      *LINEA DE AUDITORIA DE LA FICHA (MISMO ARMADO QUE
      *AUDITAR-CAMBIO-SOCIO): CLAVE, CAMPO, ANTERIOR -> NUEVO,
      *FECHA Y HORA, OPERADOR.
       FD AUDITORIA-SOCIOS.
       01 LINEA-AUDITORIA-SOC.
           05 AUL-CLAVE               PIC X(11).
           05 FILLER                  PIC X(62).
           05 AUL-FECHA               PIC X(8).
           05 FILLER                  PIC X(9).
           05 AUL-OPERADOR            PIC X(10).

       FD ACTIVIDAD-TMP.
       01 DATOS-ACTIVIDAD.
           05 ACT-SOCIO-ID            PIC 9(6).
           05 ACT-ULTIMA-FECHA        PIC 9(8).
           05 ACT-ULTIMO-ORIGEN       PIC X(10).
           05 ACT-PRESTAMOS-ABIERTOS  PIC 9(3).
           05 ACT-MULTAS-ASIGNADO     PIC 9(8)V99.
           05 ACT-MULTAS-PAGADO       PIC 9(8)V99.
           05 ACT-PREPAGO             PIC S9(7)V99.

      *CANAL: P=PAPEL, E=CORREO ELECTRONICO, S=SEGUIMIENTO (NO SE
      *ENVIO NADA).
       FD AVISOS.
       01 DATOS-AVISO.
           05 AVI-SOCIO-ID            PIC 9(6).
           05 AVI-FECHA-AVISO         PIC 9(8).
           05 AVI-CANAL               PIC X(1).

       FD LISTADO.
       01 LINEA-LISTADO               PIC X(80).

       FD CARTAS.
       01 LINEA-CARTA                 PIC X(80).

       FD LISTADO-ARCHIVO.
       01 LINEA-LISTADO-ARC           PIC X(80).

      *MENSAJE DE LA COLA: RENGLON 000 DE CABECERA Y LUEGO LOS
      *RENGLONES DE TEXTO, IGUALES A LOS DE LA CARTA IMPRESA.
       FD COLA-CORREO.
       01 LINEA-COLA.
           05 COLA-NUMERO             PIC 9(8).
           05 COLA-RENGLON            PIC 9(3).
           05 COLA-DATOS              PIC X(120).
           05 COLA-CABECERA REDEFINES COLA-DATOS.
               10 COLA-FECHA          PIC 9(8).
               10 COLA-ORIGEN         PIC X(10).
               10 COLA-SOCIO          PIC 9(6).
               10 COLA-EMAIL          PIC X(50).
               10 COLA-ASUNTO         PIC X(40).
               10 FILLER              PIC X(06).
           05 COLA-TEXTO REDEFINES COLA-DATOS.
               10 COLA-LINEA          PIC X(80).
               10 FILLER              PIC X(40).

       FD COLA-NUMERADOR.
       01 LINEA-COLA-NUMERADOR        PIC 9(8).

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
       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 FIN-REG-SOC          VALUE "10".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-ARCHIVO               PIC XX.
           88 ESTA-ARCHIVO         VALUE "00" "02".
           88 FIN-ARCHIVO          VALUE "10".
           88 F-NOEXISTE-ARC       VALUE "35".

       77 FS-REG-PRESTAMOS         PIC XX.
           88 FIN-REG-PRE          VALUE "10".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-HISTORICO             PIC XX.
           88 FIN-HISTORICO        VALUE "10".
           88 F-NOEXISTE-HIST      VALUE "35".

       77 FS-REG-RESERVAS          PIC XX.
           88 FIN-REG-RES          VALUE "10".
           88 F-NOEXISTE-RES       VALUE "35".

       77 FS-TURNOS                PIC XX.
           88 FIN-TURNOS           VALUE "10".
           88 F-NOEXISTE-TUR       VALUE "35".

       77 FS-REG-FINES             PIC XX.
           88 FIN-REG-FINES        VALUE "10".
           88 F-NOEXISTE-FINES     VALUE "35".

       77 FS-FINES-HIST            PIC XX.
           88 FIN-FINES-HIST       VALUE "10".
           88 F-NOEXISTE-FHI       VALUE "35".

       77 FS-SALDOS-FINES          PIC XX.
           88 FIN-SALDOS-FINES     VALUE "10".
           88 F-NOEXISTE-SALDOS    VALUE "35".

       77 FS-PREPAGOS              PIC XX.
           88 FIN-PREPAGOS         VALUE "10".
           88 F-NOEXISTE-PPG       VALUE "35".

       77 FS-AUDITORIA-SOC         PIC XX.
           88 FIN-AUDITORIA-SOC    VALUE "10".
           88 F-NOEXISTE-AUDSOC    VALUE "05" "35".

       77 FS-ACTIVIDAD             PIC XX.
           88 ESTA-ACTIVIDAD       VALUE "00" "02".

       77 FS-AVISOS                PIC XX.
           88 ESTA-AVISO           VALUE "00" "02".
           88 F-NOEXISTE-AVI       VALUE "35".

       77 FS-LISTADO               PIC XX.
       77 FS-CARTAS                PIC XX.
       77 FS-LISTADO-ARC           PIC XX.

       77 FS-COLA-CORREO           PIC XX.
           88 F-NOEXISTE-COLA      VALUE "05" "35".
       77 FS-COLA-NUMERADOR        PIC XX.
           88 F-NOEXISTE-COLANUM   VALUE "35".

       77 FS-JORNAL                PIC XX.
           88 F-NOEXISTE-JRN       VALUE "05" "35".
       77 WS-JRN-OPERACION         PIC X VALUE SPACES.

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

      *VARIABLES DE LA LINEA DE AUDITORIA DE LA FICHA, MISMO ARMADO
      *QUE AUDITAR-CAMBIO-SOCIO EN SUSPENSION-AUTO.CBL.
       77 AUDS-CLAVE               PIC X(11) VALUE SPACES.
       77 AUDS-CAMPO               PIC X(15) VALUE SPACES.
       77 AUDS-ANTERIOR            PIC X(20) VALUE SPACES.
       77 AUDS-NUEVO               PIC X(20) VALUE SPACES.
       77 AUDS-FECHA               PIC 9(8)  VALUE ZEROS.
       77 AUDS-HORA                PIC 9(8)  VALUE ZEROS.
       77 AUDS-OPERADOR            PIC X(10) VALUE "INACTIVOS".

      *VARIABLES PARA LA BITACORA CENTRAL DE ERRORES.
       77 WS-ARCHIVO-ERROR         PIC X(20) VALUE SPACES.
      *SEVERIDAD DE LA LINEA DE BITACORA (F=FATAL, E=ERROR,
      *W=AVISO); EL QUE LLAMA PUEDE PISARLA ANTES DE REGISTRAR.
       77 WS-SEVERIDAD-ERROR   PIC X     VALUE "E".
       77 WS-STATUS-ERROR          PIC XX    VALUE SPACES.
       77 WS-FECHA-ERROR           PIC 9(8)  VALUE ZEROS.
       77 WS-HORA-ERROR            PIC 9(8)  VALUE ZEROS.

      *PLAZOS POR OMISION, EN MESES SIN MOVIMIENTO (SE PISAN CON
      *LOS PARAMETROS DEL SISTEMA SI ESTAN CARGADOS).
       77 MESES-INACTIVIDAD        PIC 9(3) VALUE 24.
       77 MESES-ARCHIVO            PIC 9(3) VALUE 60.

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-MESES                 PIC 9(3) VALUE ZEROS.
       01 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-HOY          PIC 9(4).
           05 WS-MES-HOY           PIC 9(2).
           05 WS-DIA-HOY           PIC 9(2).
       77 WS-FECHA-CORTE           PIC 9(8) VALUE ZEROS.
       77 WS-MESES-CORRIDOS        PIC 9(6) VALUE ZEROS.
       77 WS-ANIO-CORTE            PIC 9(4) VALUE ZEROS.
       77 WS-MES-CORTE             PIC 9(2) VALUE ZEROS.

      *MOVIMIENTO EN CURSO PARA 050-ANOTAR-MOVIMIENTO.
       77 WS-MOV-SOCIO-ID          PIC 9(6) VALUE ZEROS.
       77 WS-MOV-FECHA             PIC 9(8) VALUE ZEROS.
       77 WS-MOV-ORIGEN            PIC X(10) VALUE SPACES.
       77 WS-ACT-NUEVA             PIC X VALUE "N".
           88 ACT-NUEVA            VALUE "S".

      *SOCIO EN CURSO.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-ULTIMA-FECHA          PIC 9(8) VALUE ZEROS.
       77 WS-ULTIMO-ORIGEN         PIC X(10) VALUE SPACES.
       77 WS-PRESTAMOS-ABIERTOS    PIC 9(3) VALUE ZEROS.
       77 WS-SALDO-ADEUDADO        PIC S9(8)V99 VALUE ZEROS.
       77 WS-SALDO-PREPAGO         PIC S9(7)V99 VALUE ZEROS.
       77 WS-IMPORTE-EDIT          PIC -(7)9.99.
       77 WS-CLAVE-BUSCADA         PIC X(11) VALUE SPACES.

      *CANAL DEL AVISO (E=CORREO ELECTRONICO, P=PAPEL).
       77 WS-CANAL-AVISO           PIC X VALUE "P".
           88 AVISO-POR-EMAIL      VALUE "E".
       77 WS-COLA-NUMERO           PIC 9(8) VALUE ZEROS.
       77 WS-COLA-RENGLON          PIC 9(3) VALUE ZEROS.
       77 WS-COLA-ASUNTO           PIC X(40) VALUE SPACES.
       77 WS-COLA-TEXTO            PIC X(80) VALUE SPACES.

      *TOTALES DE LA CORRIDA.
       77 WS-CANT-SOCIOS           PIC 9(6) VALUE ZEROS.
       77 WS-CANT-INACTIVOS        PIC 9(6) VALUE ZEROS.
       77 WS-CANT-CARTAS           PIC 9(5) VALUE ZEROS.
       77 WS-CANT-CORREOS          PIC 9(5) VALUE ZEROS.
       77 WS-CANT-SEGUIMIENTO      PIC 9(5) VALUE ZEROS.
       77 WS-CANT-YA-AVISADOS      PIC 9(5) VALUE ZEROS.
       77 WS-CANT-ARCHIVADOS       PIC 9(5) VALUE ZEROS.
       77 WS-CANT-RETENIDOS        PIC 9(5) VALUE ZEROS.
       77 WS-CANT-ERRONEOS         PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== SOCIOS INACTIVOS ====="
               DISPLAY "1. LISTAR INACTIVOS Y ENVIAR AVISOS"
               DISPLAY "2. ARCHIVAR INACTIVOS PROLONGADOS"
               DISPLAY "3. RESTAURAR UNA FICHA ARCHIVADA"
               DISPLAY "4. LISTAR FICHAS ARCHIVADAS"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 100-LISTAR-INACTIVOS
                                  THRU 100-LISTAR-INACTIVOS-EXIT
                   WHEN 2 PERFORM 200-ARCHIVAR-INACTIVOS
                                  THRU 200-ARCHIVAR-INACTIVOS-EXIT
                   WHEN 3 PERFORM 300-RESTAURAR-FICHA
                                  THRU 300-RESTAURAR-FICHA-EXIT
                   WHEN 4 PERFORM 400-LISTAR-ARCHIVADOS
                                  THRU 400-LISTAR-ARCHIVADOS-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *FECHA DE CORTE: HOY MENOS WS-MESES MESES (MISMO DIA DEL MES;
      *SOLO SE USA PARA COMPARAR FECHAS AAAAMMDD).
       020-CALCULAR-CORTE.
           COMPUTE WS-MESES-CORRIDOS =
                   WS-ANIO-HOY * 12 + WS-MES-HOY - 1
                   - WS-MESES.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-ANIO-CORTE
                   REMAINDER WS-MES-CORTE.
           ADD 1 TO WS-MES-CORTE.
           MOVE WS-ANIO-CORTE      TO WS-FECHA-CORTE (1:4).
           MOVE WS-MES-CORTE       TO WS-FECHA-CORTE (5:2).
           MOVE WS-DIA-HOY         TO WS-FECHA-CORTE (7:2).

      *ARMA INACTIVOS-ACTIVIDAD.TMP: UN REGISTRO POR SOCIO CON LA
      *FECHA Y EL ORIGEN DE SU ULTIMO MOVIMIENTO, SUS PRESTAMOS
      *ABIERTOS Y SUS SALDOS DE MULTAS Y PREPAGO. LOS ARCHIVOS QUE
      *NO EXISTEN SE SALTEAN.
       030-ARMAR-ACTIVIDAD.
           OPEN OUTPUT ACTIVIDAD-TMP.
           CLOSE ACTIVIDAD-TMP.
           OPEN I-O ACTIVIDAD-TMP.
           PERFORM 032-ACT-PRESTAMOS THRU 032-ACT-PRESTAMOS-EXIT.
           PERFORM 034-ACT-HISTORICO THRU 034-ACT-HISTORICO-EXIT.
           PERFORM 036-ACT-RESERVAS THRU 036-ACT-RESERVAS-EXIT.
           PERFORM 038-ACT-TURNOS THRU 038-ACT-TURNOS-EXIT.
           PERFORM 040-ACT-MULTAS THRU 040-ACT-MULTAS-EXIT.
           PERFORM 042-ACT-MULTAS-HIST THRU 042-ACT-MULTAS-HIST-EXIT.
           PERFORM 044-ACT-SALDOS THRU 044-ACT-SALDOS-EXIT.
           PERFORM 046-ACT-PREPAGOS THRU 046-ACT-PREPAGOS-EXIT.
           PERFORM 048-ACT-MEMBRESIAS THRU 048-ACT-MEMBRESIAS-EXIT.
           CLOSE ACTIVIDAD-TMP.

      *PRESTAMOS VIVOS: FECHA DE PRESTAMO Y DE DEVOLUCION, Y LOS
      *ABIERTOS.
       032-ACT-PRESTAMOS.
           OPEN INPUT REG-PRESTAMOS.
           IF F-NOEXISTE-PRE
               GO TO 032-ACT-PRESTAMOS-EXIT
           END-IF.
           READ REG-PRESTAMOS NEXT RECORD AT END SET FIN-REG-PRE
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-PRE
               MOVE PRESTAMO-SOCIO-ID-STATUS TO WS-MOV-SOCIO-ID
               MOVE "PRESTAMO" TO WS-MOV-ORIGEN
               MOVE PRESTAMO-FECHA-PRESTAMO-STATUS TO WS-MOV-FECHA
               IF PRESTAMO-FECHA-DEVOLUCION-STATUS IS NUMERIC
                   AND PRESTAMO-FECHA-DEVOLUCION-STATUS > WS-MOV-FECHA
                   MOVE PRESTAMO-FECHA-DEVOLUCION-STATUS
                           TO WS-MOV-FECHA
                   MOVE "DEVOLUCION" TO WS-MOV-ORIGEN
               END-IF
               PERFORM 050-LEER-ACTIVIDAD
               PERFORM 052-ANOTAR-FECHA
               IF PRESTAMO-ACTIVO-STATUS
                   ADD 1 TO ACT-PRESTAMOS-ABIERTOS
               END-IF
               PERFORM 054-GRABAR-ACTIVIDAD
               READ REG-PRESTAMOS NEXT RECORD AT END SET FIN-REG-PRE
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-PRESTAMOS.
       032-ACT-PRESTAMOS-EXIT.
           EXIT.

       034-ACT-HISTORICO.
           OPEN INPUT HISTORICO.
           IF F-NOEXISTE-HIST
               GO TO 034-ACT-HISTORICO-EXIT
           END-IF.
           READ HISTORICO AT END SET FIN-HISTORICO TO TRUE END-READ.
           PERFORM UNTIL FIN-HISTORICO
               MOVE HIST-SOCIO-ID TO WS-MOV-SOCIO-ID
               MOVE "PRESTAMO" TO WS-MOV-ORIGEN
               MOVE HIST-FECHA-PRESTAMO TO WS-MOV-FECHA
               IF HIST-FECHA-DEVOLUCION IS NUMERIC
                   AND HIST-FECHA-DEVOLUCION > WS-MOV-FECHA
                   MOVE HIST-FECHA-DEVOLUCION TO WS-MOV-FECHA
                   MOVE "DEVOLUCION" TO WS-MOV-ORIGEN
               END-IF
               PERFORM 050-LEER-ACTIVIDAD
               PERFORM 052-ANOTAR-FECHA
               PERFORM 054-GRABAR-ACTIVIDAD
               READ HISTORICO AT END SET FIN-HISTORICO TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HISTORICO.
       034-ACT-HISTORICO-EXIT.
           EXIT.

       036-ACT-RESERVAS.
           OPEN INPUT REG-RESERVAS.
           IF F-NOEXISTE-RES
               GO TO 036-ACT-RESERVAS-EXIT
           END-IF.
           READ REG-RESERVAS NEXT RECORD AT END SET FIN-REG-RES
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-RES
               MOVE RESERVA-SOCIO-ID-STATUS TO WS-MOV-SOCIO-ID
               MOVE RESERVA-FECHA-STATUS    TO WS-MOV-FECHA
               MOVE "RESERVA"               TO WS-MOV-ORIGEN
               PERFORM 050-LEER-ACTIVIDAD
               PERFORM 052-ANOTAR-FECHA
               PERFORM 054-GRABAR-ACTIVIDAD
               READ REG-RESERVAS NEXT RECORD AT END SET FIN-REG-RES
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-RESERVAS.
       036-ACT-RESERVAS-EXIT.
           EXIT.

       038-ACT-TURNOS.
           OPEN INPUT TURNOS.
           IF F-NOEXISTE-TUR
               GO TO 038-ACT-TURNOS-EXIT
           END-IF.
           READ TURNOS NEXT RECORD AT END SET FIN-TURNOS
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-TURNOS
               IF TUR-SOCIO NOT = ZEROS
                   MOVE TUR-SOCIO     TO WS-MOV-SOCIO-ID
                   MOVE TUR-FECHA     TO WS-MOV-FECHA
                   MOVE "TURNO SALA"  TO WS-MOV-ORIGEN
                   PERFORM 050-LEER-ACTIVIDAD
                   PERFORM 052-ANOTAR-FECHA
                   PERFORM 054-GRABAR-ACTIVIDAD
               END-IF
               READ TURNOS NEXT RECORD AT END SET FIN-TURNOS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE TURNOS.
       038-ACT-TURNOS-EXIT.
           EXIT.

      *FILAS VIVAS DEL MAYOR DE MULTAS: EL PAGO ES MOVIMIENTO; TODAS
      *SUMAN AL SALDO (ASIGNADA CONTRA LO DEMAS, COMO
      *CALCULAR-SALDO-SOCIO).
       040-ACT-MULTAS.
           OPEN INPUT REG-FINES.
           IF F-NOEXISTE-FINES
               GO TO 040-ACT-MULTAS-EXIT
           END-IF.
           READ REG-FINES AT END SET FIN-REG-FINES TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-FINES
               MOVE FINES-SOCIO-ID TO WS-MOV-SOCIO-ID
               MOVE FINES-FECHA    TO WS-MOV-FECHA
               MOVE "PAGO MULTA"   TO WS-MOV-ORIGEN
               PERFORM 050-LEER-ACTIVIDAD
               IF FINES-PAGO
                   PERFORM 052-ANOTAR-FECHA
               END-IF
               IF FINES-ASIGNADA
                   ADD FINES-MONTO TO ACT-MULTAS-ASIGNADO
               ELSE
                   ADD FINES-MONTO TO ACT-MULTAS-PAGADO
               END-IF
               PERFORM 054-GRABAR-ACTIVIDAD
               READ REG-FINES AT END SET FIN-REG-FINES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REG-FINES.
       040-ACT-MULTAS-EXIT.
           EXIT.

      *FILAS YA CERRADAS: SOLO CUENTAN LOS PAGOS COMO MOVIMIENTO (SU
      *IMPORTE YA ESTA EN EL SALDO ARRASTRADO).
       042-ACT-MULTAS-HIST.
           OPEN INPUT FINES-HISTORICO.
           IF F-NOEXISTE-FHI
               GO TO 042-ACT-MULTAS-HIST-EXIT
           END-IF.
           READ FINES-HISTORICO AT END SET FIN-FINES-HIST TO TRUE
           END-READ.
           PERFORM UNTIL FIN-FINES-HIST
               IF FHI-PAGO
                   MOVE FHI-SOCIO-ID TO WS-MOV-SOCIO-ID
                   MOVE FHI-FECHA    TO WS-MOV-FECHA
                   MOVE "PAGO MULTA" TO WS-MOV-ORIGEN
                   PERFORM 050-LEER-ACTIVIDAD
                   PERFORM 052-ANOTAR-FECHA
                   PERFORM 054-GRABAR-ACTIVIDAD
               END-IF
               READ FINES-HISTORICO AT END SET FIN-FINES-HIST TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FINES-HISTORICO.
       042-ACT-MULTAS-HIST-EXIT.
           EXIT.

      *SALDO ARRASTRADO AL ULTIMO CORTE DE CIERRE-FINES (NO ES
      *MOVIMIENTO, SOLO SALDO).
       044-ACT-SALDOS.
           OPEN INPUT SALDOS-FINES.
           IF F-NOEXISTE-SALDOS
               GO TO 044-ACT-SALDOS-EXIT
           END-IF.
           READ SALDOS-FINES NEXT RECORD AT END SET FIN-SALDOS-FINES
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-SALDOS-FINES
               MOVE SAL-SOCIO-ID TO WS-MOV-SOCIO-ID
               PERFORM 050-LEER-ACTIVIDAD
               ADD SAL-ASIGNADO TO ACT-MULTAS-ASIGNADO
               ADD SAL-PAGADO   TO ACT-MULTAS-PAGADO
               PERFORM 054-GRABAR-ACTIVIDAD
               READ SALDOS-FINES NEXT RECORD AT END
                       SET FIN-SALDOS-FINES TO TRUE END-READ
           END-PERFORM.
           CLOSE SALDOS-FINES.
       044-ACT-SALDOS-EXIT.
           EXIT.

      *MAYOR DE PREPAGOS: TODO MOVIMIENTO CUENTA Y DEJA EL SALDO.
       046-ACT-PREPAGOS.
           OPEN INPUT PREPAGOS.
           IF F-NOEXISTE-PPG
               GO TO 046-ACT-PREPAGOS-EXIT
           END-IF.
           READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE END-READ.
           PERFORM UNTIL FIN-PREPAGOS
               MOVE PPG-SOCIO-ID TO WS-MOV-SOCIO-ID
               MOVE PPG-FECHA    TO WS-MOV-FECHA
               MOVE "PREPAGO"    TO WS-MOV-ORIGEN
               PERFORM 050-LEER-ACTIVIDAD
               PERFORM 052-ANOTAR-FECHA
               IF PPG-CARGA
                   ADD PPG-IMPORTE TO ACT-PREPAGO
               ELSE
                   SUBTRACT PPG-IMPORTE FROM ACT-PREPAGO
               END-IF
               PERFORM 054-GRABAR-ACTIVIDAD
               READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE END-READ
           END-PERFORM.
           CLOSE PREPAGOS.
       046-ACT-PREPAGOS-EXIT.
           EXIT.

      *RENOVACIONES DE MEMBRESIA: LINEAS DE AUDITORIA QUE DEJA
      *MEMBRESIA-COBRO AL EXTENDER EL VENCIMIENTO.
       048-ACT-MEMBRESIAS.
           OPEN INPUT AUDITORIA-SOCIOS.
           IF F-NOEXISTE-AUDSOC
               CLOSE AUDITORIA-SOCIOS
               GO TO 048-ACT-MEMBRESIAS-EXIT
           END-IF.
           READ AUDITORIA-SOCIOS AT END SET FIN-AUDITORIA-SOC TO TRUE
           END-READ.
           PERFORM UNTIL FIN-AUDITORIA-SOC
               IF AUL-OPERADOR = "MEMBRESIA"
                   AND AUL-CLAVE (1:6) IS NUMERIC
                   AND AUL-FECHA IS NUMERIC
                   MOVE AUL-CLAVE (1:6) TO WS-MOV-SOCIO-ID
                   MOVE AUL-FECHA       TO WS-MOV-FECHA
                   MOVE "MEMBRESIA"     TO WS-MOV-ORIGEN
                   PERFORM 050-LEER-ACTIVIDAD
                   PERFORM 052-ANOTAR-FECHA
                   PERFORM 054-GRABAR-ACTIVIDAD
               END-IF
               READ AUDITORIA-SOCIOS AT END
                       SET FIN-AUDITORIA-SOC TO TRUE END-READ
           END-PERFORM.
           CLOSE AUDITORIA-SOCIOS.
       048-ACT-MEMBRESIAS-EXIT.
           EXIT.

      *REGISTRO DE ACTIVIDAD DE WS-MOV-SOCIO-ID (NUEVO EN CERO SI NO
      *ESTABA).
       050-LEER-ACTIVIDAD.
           MOVE WS-MOV-SOCIO-ID TO ACT-SOCIO-ID.
           READ ACTIVIDAD-TMP
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-ACTIVIDAD
               MOVE "N" TO WS-ACT-NUEVA
           ELSE
               MOVE "S" TO WS-ACT-NUEVA
               INITIALIZE DATOS-ACTIVIDAD
               MOVE WS-MOV-SOCIO-ID TO ACT-SOCIO-ID
           END-IF.

       052-ANOTAR-FECHA.
           IF WS-MOV-FECHA IS NUMERIC
               AND WS-MOV-FECHA > ACT-ULTIMA-FECHA
               MOVE WS-MOV-FECHA  TO ACT-ULTIMA-FECHA
               MOVE WS-MOV-ORIGEN TO ACT-ULTIMO-ORIGEN
           END-IF.

       054-GRABAR-ACTIVIDAD.
           IF ACT-NUEVA
               WRITE DATOS-ACTIVIDAD
           ELSE
               REWRITE DATOS-ACTIVIDAD
           END-IF.

      *DATOS DE ACTIVIDAD DEL SOCIO DE LA FICHA EN CURSO: EL ULTIMO
      *MOVIMIENTO (O EL ALTA, SI ES POSTERIOR), LOS PRESTAMOS
      *ABIERTOS Y LOS SALDOS.
       060-ACTIVIDAD-SOCIO.
           MOVE ZEROS  TO WS-SOCIO-ID WS-ULTIMA-FECHA
                          WS-PRESTAMOS-ABIERTOS WS-SALDO-ADEUDADO
                          WS-SALDO-PREPAGO.
           MOVE SPACES TO WS-ULTIMO-ORIGEN.
           IF SOCIO-CLAVE-STATUS (1:6) IS NUMERIC
               MOVE SOCIO-CLAVE-STATUS (1:6) TO WS-SOCIO-ID
               MOVE WS-SOCIO-ID TO ACT-SOCIO-ID
               READ ACTIVIDAD-TMP
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-ACTIVIDAD
                   MOVE ACT-ULTIMA-FECHA  TO WS-ULTIMA-FECHA
                   MOVE ACT-ULTIMO-ORIGEN TO WS-ULTIMO-ORIGEN
                   MOVE ACT-PRESTAMOS-ABIERTOS
                           TO WS-PRESTAMOS-ABIERTOS
                   COMPUTE WS-SALDO-ADEUDADO =
                           ACT-MULTAS-ASIGNADO - ACT-MULTAS-PAGADO
                   MOVE ACT-PREPAGO TO WS-SALDO-PREPAGO
               END-IF
           END-IF.
           IF SOCIO-FECHA-ALTA-STATUS IS NUMERIC
               AND SOCIO-FECHA-ALTA-STATUS > WS-ULTIMA-FECHA
               MOVE SOCIO-FECHA-ALTA-STATUS TO WS-ULTIMA-FECHA
               MOVE "ALTA"                  TO WS-ULTIMO-ORIGEN
           END-IF.

      *================================================================
      *1. INACTIVOS Y AVISOS "LO EXTRANIAMOS".
      *================================================================
       100-LISTAR-INACTIVOS.
           DISPLAY "MESES SIN MOVIMIENTO (0=" MESES-INACTIVIDAD "): "
                   WITH NO ADVANCING.
           ACCEPT WS-MESES.
           IF WS-MESES = ZEROS
               MOVE MESES-INACTIVIDAD TO WS-MESES
           END-IF.
           PERFORM 020-CALCULAR-CORTE.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA SIENT01.FIC."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 100-LISTAR-INACTIVOS-EXIT
           END-IF.
           DISPLAY "REVISANDO MOVIMIENTOS DE LOS SOCIOS...".
           PERFORM 030-ARMAR-ACTIVIDAD.
           MOVE ZEROS TO WS-CANT-SOCIOS WS-CANT-INACTIVOS
                         WS-CANT-CARTAS WS-CANT-CORREOS
                         WS-CANT-SEGUIMIENTO WS-CANT-YA-AVISADOS.
           OPEN INPUT ACTIVIDAD-TMP.
           OPEN I-O AVISOS.
           IF F-NOEXISTE-AVI
               CLOSE AVISOS
               OPEN OUTPUT AVISOS
               CLOSE AVISOS
               OPEN I-O AVISOS
           END-IF.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT CARTAS.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "SOCIOS SIN MOVIMIENTO DESDE " DELIMITED BY SIZE
                   WS-FECHA-CORTE                DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE WS-MESES DELIMITED BY SIZE
                   " MESES) - "                  DELIMITED BY SIZE
                   WS-FECHA-HOY                  DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "CLAVE       NOMBRE                         ULTIMO MOV"
                   TO LINEA-LISTADO.
           MOVE " ORIGEN     AVISO" TO LINEA-LISTADO (56:17).
           WRITE LINEA-LISTADO.
           MOVE LOW-VALUES TO SOCIO-CLAVE-STATUS.
           START REG-SOCIOS KEY IS NOT LESS THAN SOCIO-CLAVE-STATUS
               INVALID KEY SET FIN-REG-SOC TO TRUE
           END-START.
           IF NOT FIN-REG-SOC
               READ REG-SOCIOS NEXT RECORD AT END SET FIN-REG-SOC
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-SOC
               ADD 1 TO WS-CANT-SOCIOS
               PERFORM 060-ACTIVIDAD-SOCIO
               IF WS-ULTIMA-FECHA < WS-FECHA-CORTE
                   ADD 1 TO WS-CANT-INACTIVOS
                   PERFORM 110-AVISAR-INACTIVO
                           THRU 110-AVISAR-INACTIVO-EXIT
               END-IF
               READ REG-SOCIOS NEXT RECORD AT END SET FIN-REG-SOC
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-SOCIOS.
           CLOSE ACTIVIDAD-TMP.
           CLOSE AVISOS.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "SOCIOS: "           DELIMITED BY SIZE
                   WS-CANT-SOCIOS      DELIMITED BY SIZE
                   "  INACTIVOS: "     DELIMITED BY SIZE
                   WS-CANT-INACTIVOS   DELIMITED BY SIZE
                   "  YA AVISADOS: "   DELIMITED BY SIZE
                   WS-CANT-YA-AVISADOS DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CARTAS: "           DELIMITED BY SIZE
                   WS-CANT-CARTAS      DELIMITED BY SIZE
                   "  CORREOS ELECTRONICOS: " DELIMITED BY SIZE
                   WS-CANT-CORREOS     DELIMITED BY SIZE
                   "  SEGUIMIENTO: "   DELIMITED BY SIZE
                   WS-CANT-SEGUIMIENTO DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           CLOSE CARTAS.
           CLOSE LISTADO.
           DISPLAY "SOCIOS-INACTIVOS.LST GENERADO: " WS-CANT-INACTIVOS
                   " INACTIVOS DE " WS-CANT-SOCIOS " SOCIOS.".
           DISPLAY "CARTAS " WS-CANT-CARTAS
                   " (CARTAS-INACTIVOS.LST), CORREOS "
                   WS-CANT-CORREOS ", SEGUIMIENTO "
                   WS-CANT-SEGUIMIENTO ".".
       100-LISTAR-INACTIVOS-EXIT.
           EXIT.

      *LINEA DEL LISTADO Y AVISO DEL SOCIO INACTIVO EN CURSO: SI YA
      *SE LE AVISO DESPUES DE SU ULTIMO MOVIMIENTO NO SE REPITE.
       110-AVISAR-INACTIVO.
           MOVE SPACES TO LINEA-LISTADO.
           MOVE SOCIO-CLAVE-STATUS          TO LINEA-LISTADO (1:11).
           MOVE SOCIO-NOMBRE-STATUS (1:30)  TO LINEA-LISTADO (13:30).
           IF WS-ULTIMA-FECHA = ZEROS
               MOVE "SIN DATOS" TO LINEA-LISTADO (44:9)
           ELSE
               MOVE WS-ULTIMA-FECHA TO LINEA-LISTADO (44:8)
           END-IF.
           MOVE WS-ULTIMO-ORIGEN            TO LINEA-LISTADO (57:10).
           MOVE WS-SOCIO-ID TO AVI-SOCIO-ID.
           READ AVISOS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-AVISO AND AVI-FECHA-AVISO > WS-ULTIMA-FECHA
               ADD 1 TO WS-CANT-YA-AVISADOS
               MOVE "YA" TO LINEA-LISTADO (68:2)
               MOVE AVI-FECHA-AVISO TO LINEA-LISTADO (71:8)
               WRITE LINEA-LISTADO
               GO TO 110-AVISAR-INACTIVO-EXIT
           END-IF.
           PERFORM 120-ELEGIR-CANAL.
           IF SOCIO-SIN-CARTAS
               OR (SOCIO-CORREO-DEVUELTO AND NOT AVISO-POR-EMAIL)
               ADD 1 TO WS-CANT-SEGUIMIENTO
               IF SOCIO-SIN-CARTAS
                   MOVE "SIN CARTAS" TO LINEA-LISTADO (68:10)
               ELSE
                   MOVE "CORREO DEV" TO LINEA-LISTADO (68:10)
               END-IF
               MOVE "S" TO WS-CANAL-AVISO
           ELSE
               PERFORM 130-ESCRIBIR-CARTA
               IF AVISO-POR-EMAIL
                   ADD 1 TO WS-CANT-CORREOS
                   MOVE "CORREO" TO LINEA-LISTADO (68:6)
               ELSE
                   ADD 1 TO WS-CANT-CARTAS
                   MOVE "CARTA" TO LINEA-LISTADO (68:5)
               END-IF
           END-IF.
           WRITE LINEA-LISTADO.
           MOVE WS-SOCIO-ID    TO AVI-SOCIO-ID.
           MOVE WS-FECHA-HOY   TO AVI-FECHA-AVISO.
           MOVE WS-CANAL-AVISO TO AVI-CANAL.
           IF ESTA-AVISO
               REWRITE DATOS-AVISO
           ELSE
               WRITE DATOS-AVISO
           END-IF.
       110-AVISAR-INACTIVO-EXIT.
           EXIT.

      *CANAL DEL AVISO: CORREO ELECTRONICO SI LA FICHA TIENE
      *DIRECCION SIN MARCA DE REBOTE (NUNCA AL SOCIO SIN CARTAS);
      *PAPEL EN CUALQUIER OTRO CASO. MISMA REGLA QUE
      *VENC-MEMBRESIAS.
       120-ELEGIR-CANAL.
           MOVE "P" TO WS-CANAL-AVISO.
           IF SOCIO-EMAIL-STATUS NOT = SPACES
               AND NOT SOCIO-EMAIL-REBOTADO
               AND NOT SOCIO-SIN-CARTAS
               MOVE "E" TO WS-CANAL-AVISO
           END-IF.

      *CARTA "LO EXTRANIAMOS", AL PAPEL O COMO MENSAJE DE LA COLA.
       130-ESCRIBIR-CARTA.
           IF AVISO-POR-EMAIL
               MOVE "BIBLIOTECA - LO EXTRANIAMOS" TO WS-COLA-ASUNTO
               PERFORM ABRIR-MENSAJE-CORREO
           END-IF.
           MOVE ALL "=" TO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "BIBLIOTECA - LO EXTRANIAMOS - " DELIMITED BY SIZE
                   WS-FECHA-HOY                    DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "SOCIO: "            DELIMITED BY SIZE
                   SOCIO-CLAVE-STATUS  DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   SOCIO-NOMBRE-STATUS DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "DOMICILIO: "           DELIMITED BY SIZE
                   SOCIO-DOMICILIO-STATUS DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           MOVE "ESTIMADO SOCIO: HACE TIEMPO QUE NO LO VEMOS POR LA"
                   TO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           MOVE "BIBLIOTECA. DESDE SU ULTIMA VISITA SUMAMOS LIBROS"
                   TO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           MOVE "NUEVOS, ACTIVIDADES Y SALAS QUE PUEDE RESERVAR."
                   TO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           MOVE "LO ESPERAMOS CUANDO QUIERA; SI SU MEMBRESIA VENCIO,"
                   TO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           MOVE "LA RENOVAMOS EN EL MOSTRADOR EN EL MOMENTO."
                   TO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           PERFORM 135-EMITIR-LINEA-CARTA.
           IF AVISO-POR-EMAIL
               PERFORM CERRAR-MENSAJE-CORREO
           END-IF.

      *CADA LINEA DE LA CARTA VA AL PAPEL O, SI EL SOCIO LA RECIBE
      *POR CORREO ELECTRONICO, COMO RENGLON DEL MENSAJE.
       135-EMITIR-LINEA-CARTA.
           IF AVISO-POR-EMAIL
               MOVE LINEA-CARTA TO WS-COLA-TEXTO
               PERFORM GRABAR-RENGLON-CORREO
           ELSE
               WRITE LINEA-CARTA
           END-IF.

      *================================================================
      *2. ARCHIVO DE INACTIVOS PROLONGADOS.
      *================================================================
       200-ARCHIVAR-INACTIVOS.
           DISPLAY "MESES SIN MOVIMIENTO PARA ARCHIVAR (0="
                   MESES-ARCHIVO "): " WITH NO ADVANCING.
           ACCEPT WS-MESES.
           IF WS-MESES = ZEROS
               MOVE MESES-ARCHIVO TO WS-MESES
           END-IF.
           IF WS-MESES < MESES-INACTIVIDAD
               DISPLAY "EL PLAZO PARA ARCHIVAR NO PUEDE SER MENOR QUE "
                       MESES-INACTIVIDAD " MESES."
               GO TO 200-ARCHIVAR-INACTIVOS-EXIT
           END-IF.
           PERFORM 020-CALCULAR-CORTE.
           DISPLAY "SE ARCHIVARAN LOS SOCIOS SIN MOVIMIENTO DESDE "
                   WS-FECHA-CORTE ", SIN PRESTAMOS NI SALDOS.".
           DISPLAY "CONFIRME: ESCRIBA SI PARA ARCHIVAR: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI" AND WS-CONFIRMA NOT = "si"
               DISPLAY "CORRIDA CANCELADA."
               GO TO 200-ARCHIVAR-INACTIVOS-EXIT
           END-IF.
           OPEN I-O REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA SIENT01.FIC."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 200-ARCHIVAR-INACTIVOS-EXIT
           END-IF.
           DISPLAY "REVISANDO MOVIMIENTOS DE LOS SOCIOS...".
           PERFORM 030-ARMAR-ACTIVIDAD.
           MOVE ZEROS TO WS-CANT-SOCIOS WS-CANT-INACTIVOS
                         WS-CANT-ARCHIVADOS WS-CANT-RETENIDOS
                         WS-CANT-ERRONEOS.
           OPEN INPUT ACTIVIDAD-TMP.
           OPEN I-O ARCHIVO-SOCIOS.
           IF F-NOEXISTE-ARC
               CLOSE ARCHIVO-SOCIOS
               OPEN OUTPUT ARCHIVO-SOCIOS
               CLOSE ARCHIVO-SOCIOS
               OPEN I-O ARCHIVO-SOCIOS
           END-IF.
           OPEN OUTPUT LISTADO-ARCHIVO.
           MOVE SPACES TO LINEA-LISTADO-ARC.
           STRING "ARCHIVO DE SOCIOS SIN MOVIMIENTO DESDE "
                                          DELIMITED BY SIZE
                   WS-FECHA-CORTE         DELIMITED BY SIZE
                   " - "                  DELIMITED BY SIZE
                   WS-FECHA-HOY           DELIMITED BY SIZE
                   INTO LINEA-LISTADO-ARC.
           WRITE LINEA-LISTADO-ARC.
           MOVE SPACES TO LINEA-LISTADO-ARC.
           WRITE LINEA-LISTADO-ARC.
           MOVE LOW-VALUES TO SOCIO-CLAVE-STATUS.
           START REG-SOCIOS KEY IS NOT LESS THAN SOCIO-CLAVE-STATUS
               INVALID KEY SET FIN-REG-SOC TO TRUE
           END-START.
           IF NOT FIN-REG-SOC
               READ REG-SOCIOS NEXT RECORD AT END SET FIN-REG-SOC
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-SOC
               ADD 1 TO WS-CANT-SOCIOS
               PERFORM 060-ACTIVIDAD-SOCIO
               IF WS-ULTIMA-FECHA < WS-FECHA-CORTE
                   ADD 1 TO WS-CANT-INACTIVOS
                   PERFORM 210-ARCHIVAR-SOCIO
                           THRU 210-ARCHIVAR-SOCIO-EXIT
               END-IF
               READ REG-SOCIOS NEXT RECORD AT END SET FIN-REG-SOC
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-SOCIOS.
           CLOSE ACTIVIDAD-TMP.
           CLOSE ARCHIVO-SOCIOS.
           MOVE SPACES TO LINEA-LISTADO-ARC.
           WRITE LINEA-LISTADO-ARC.
           MOVE SPACES TO LINEA-LISTADO-ARC.
           STRING "SOCIOS: "          DELIMITED BY SIZE
                   WS-CANT-SOCIOS     DELIMITED BY SIZE
                   "  INACTIVOS: "    DELIMITED BY SIZE
                   WS-CANT-INACTIVOS  DELIMITED BY SIZE
                   "  ARCHIVADOS: "   DELIMITED BY SIZE
                   WS-CANT-ARCHIVADOS DELIMITED BY SIZE
                   "  RETENIDOS: "    DELIMITED BY SIZE
                   WS-CANT-RETENIDOS  DELIMITED BY SIZE
                   "  ERRONEOS: "     DELIMITED BY SIZE
                   WS-CANT-ERRONEOS   DELIMITED BY SIZE
                   INTO LINEA-LISTADO-ARC.
           WRITE LINEA-LISTADO-ARC.
           CLOSE LISTADO-ARCHIVO.
           DISPLAY "ARCHIVADOS " WS-CANT-ARCHIVADOS ", RETENIDOS "
                   WS-CANT-RETENIDOS ", ERRONEOS " WS-CANT-ERRONEOS
                   ". DETALLE EN INACTIVOS-ARCHIVO.LST.".
       200-ARCHIVAR-INACTIVOS-EXIT.
           EXIT.

      *EL SOCIO CON PRESTAMOS ABIERTOS, DEUDA DE MULTAS O SALDO
      *PREPAGO SE RETIENE; EL RESTO PASA AL ARCHIVO Y SALE DE
      *SIENT01.FIC.
       210-ARCHIVAR-SOCIO.
           IF WS-PRESTAMOS-ABIERTOS NOT = ZEROS
               OR WS-SALDO-ADEUDADO > ZEROS
               OR WS-SALDO-PREPAGO NOT = ZEROS
               ADD 1 TO WS-CANT-RETENIDOS
               MOVE SPACES TO LINEA-LISTADO-ARC
               MOVE WS-SALDO-ADEUDADO TO WS-IMPORTE-EDIT
               STRING "RETENIDO: "           DELIMITED BY SIZE
                       SOCIO-CLAVE-STATUS    DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       SOCIO-NOMBRE-STATUS (1:25)
                                             DELIMITED BY SIZE
                       " PREST "             DELIMITED BY SIZE
                       WS-PRESTAMOS-ABIERTOS DELIMITED BY SIZE
                       " MULTAS "            DELIMITED BY SIZE
                       WS-IMPORTE-EDIT       DELIMITED BY SIZE
                       INTO LINEA-LISTADO-ARC
               IF WS-SALDO-PREPAGO NOT = ZEROS
                   MOVE WS-SALDO-PREPAGO TO WS-IMPORTE-EDIT
                   MOVE " PREPAGO" TO LINEA-LISTADO-ARC (64:8)
                   MOVE WS-IMPORTE-EDIT TO LINEA-LISTADO-ARC (72:9)
               END-IF
               WRITE LINEA-LISTADO-ARC
               GO TO 210-ARCHIVAR-SOCIO-EXIT
           END-IF.
           MOVE DATOS-SOCIO-STATUS TO ARC-FICHA.
           MOVE WS-FECHA-HOY       TO ARC-FECHA-ARCHIVO.
           MOVE WS-ULTIMA-FECHA    TO ARC-ULTIMA-ACTIVIDAD.
           WRITE DATOS-ARCHIVO
               INVALID KEY
                   ADD 1 TO WS-CANT-ERRONEOS
                   MOVE SPACES TO LINEA-LISTADO-ARC
                   STRING "ERRONEO: "        DELIMITED BY SIZE
                           SOCIO-CLAVE-STATUS DELIMITED BY SIZE
                           " YA FIGURA EN EL ARCHIVO"
                                              DELIMITED BY SIZE
                           INTO LINEA-LISTADO-ARC
                   WRITE LINEA-LISTADO-ARC
                   GO TO 210-ARCHIVAR-SOCIO-EXIT
           END-WRITE.
           DELETE REG-SOCIOS RECORD
               INVALID KEY
                   ADD 1 TO WS-CANT-ERRONEOS
                   DELETE ARCHIVO-SOCIOS RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   GO TO 210-ARCHIVAR-SOCIO-EXIT
           END-DELETE.
           ADD 1 TO WS-CANT-ARCHIVADOS.
           MOVE "D" TO WS-JRN-OPERACION.
           PERFORM JORNAL-SOCIO.
           MOVE SOCIO-CLAVE-STATUS    TO AUDS-CLAVE.
           MOVE "ARCHIVO"             TO AUDS-CAMPO.
           MOVE "SIENT01.FIC"         TO AUDS-ANTERIOR.
           MOVE "SIENT01-ARCHIVO.FIC" TO AUDS-NUEVO.
           PERFORM AUDITAR-CAMBIO-SOCIO.
           MOVE SPACES TO LINEA-LISTADO-ARC.
           STRING "ARCHIVADO: "       DELIMITED BY SIZE
                   SOCIO-CLAVE-STATUS DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   SOCIO-NOMBRE-STATUS (1:30)
                                      DELIMITED BY SIZE
                   " ULTIMO MOV "     DELIMITED BY SIZE
                   WS-ULTIMA-FECHA    DELIMITED BY SIZE
                   INTO LINEA-LISTADO-ARC.
           WRITE LINEA-LISTADO-ARC.
       210-ARCHIVAR-SOCIO-EXIT.
           EXIT.

      *================================================================
      *3. RESTAURACION DE UNA FICHA ARCHIVADA.
      *================================================================
       300-RESTAURAR-FICHA.
           DISPLAY "CLAVE DEL SOCIO ARCHIVADO (ENTER=VOLVER): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CLAVE-BUSCADA.
           ACCEPT WS-CLAVE-BUSCADA.
           IF WS-CLAVE-BUSCADA = SPACES
               GO TO 300-RESTAURAR-FICHA-EXIT
           END-IF.
           OPEN I-O ARCHIVO-SOCIOS.
           IF F-NOEXISTE-ARC
               DISPLAY "NO HAY FICHAS ARCHIVADAS."
               GO TO 300-RESTAURAR-FICHA-EXIT
           END-IF.
           MOVE WS-CLAVE-BUSCADA TO ARC-CLAVE.
           READ ARCHIVO-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-ARCHIVO
               DISPLAY "LA CLAVE " WS-CLAVE-BUSCADA
                       " NO ESTA EN EL ARCHIVO."
               CLOSE ARCHIVO-SOCIOS
               GO TO 300-RESTAURAR-FICHA-EXIT
           END-IF.
           DISPLAY "SOCIO " ARC-CLAVE " " ARC-NOMBRE.
           DISPLAY "ARCHIVADO EL " ARC-FECHA-ARCHIVO
                   ", ULTIMO MOVIMIENTO " ARC-ULTIMA-ACTIVIDAD.
           DISPLAY "CONFIRME: ESCRIBA SI PARA RESTAURAR: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI" AND WS-CONFIRMA NOT = "si"
               DISPLAY "RESTAURACION CANCELADA."
               CLOSE ARCHIVO-SOCIOS
               GO TO 300-RESTAURAR-FICHA-EXIT
           END-IF.
           OPEN I-O REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA SIENT01.FIC."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE ARCHIVO-SOCIOS
               GO TO 300-RESTAURAR-FICHA-EXIT
           END-IF.
           MOVE ARC-FICHA TO DATOS-SOCIO-STATUS.
           WRITE DATOS-SOCIO-STATUS
               INVALID KEY
                   DISPLAY "LA CLAVE " ARC-CLAVE " YA ESTA EN USO EN"
                           " SIENT01.FIC: NO SE RESTAURA."
                   CLOSE REG-SOCIOS
                   CLOSE ARCHIVO-SOCIOS
                   GO TO 300-RESTAURAR-FICHA-EXIT
           END-WRITE.
           DELETE ARCHIVO-SOCIOS RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE "W" TO WS-JRN-OPERACION.
           PERFORM JORNAL-SOCIO.
           MOVE SOCIO-CLAVE-STATUS    TO AUDS-CLAVE.
           MOVE "ARCHIVO"             TO AUDS-CAMPO.
           MOVE "SIENT01-ARCHIVO.FIC" TO AUDS-ANTERIOR.
           MOVE "SIENT01.FIC"         TO AUDS-NUEVO.
           PERFORM AUDITAR-CAMBIO-SOCIO.
           CLOSE REG-SOCIOS.
           CLOSE ARCHIVO-SOCIOS.
           DISPLAY "FICHA " SOCIO-CLAVE-STATUS " RESTAURADA.".
       300-RESTAURAR-FICHA-EXIT.
           EXIT.

      *================================================================
      *4. LISTADO DE FICHAS ARCHIVADAS (A PANTALLA).
      *================================================================
       400-LISTAR-ARCHIVADOS.
           OPEN INPUT ARCHIVO-SOCIOS.
           IF F-NOEXISTE-ARC
               DISPLAY "NO HAY FICHAS ARCHIVADAS."
               GO TO 400-LISTAR-ARCHIVADOS-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-ARCHIVADOS.
           DISPLAY "CLAVE       NOMBRE                          "
                   "ARCHIVADO ULTIMO MOV".
           MOVE LOW-VALUES TO ARC-CLAVE.
           START ARCHIVO-SOCIOS KEY IS NOT LESS THAN ARC-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           IF NOT FIN-ARCHIVO
               READ ARCHIVO-SOCIOS NEXT RECORD AT END SET FIN-ARCHIVO
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO WS-CANT-ARCHIVADOS
               DISPLAY ARC-CLAVE " " ARC-NOMBRE (1:35) " "
                       ARC-FECHA-ARCHIVO "  " ARC-ULTIMA-ACTIVIDAD
               READ ARCHIVO-SOCIOS NEXT RECORD AT END SET FIN-ARCHIVO
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE ARCHIVO-SOCIOS.
           DISPLAY WS-CANT-ARCHIVADOS " FICHAS ARCHIVADAS.".
       400-LISTAR-ARCHIVADOS-EXIT.
           EXIT.

      *ABRE UN MENSAJE NUEVO EN LA COLA DE CORREO: TOMA EL NUMERO
      *DEL NUMERADOR Y GRABA EL RENGLON 000 DE CABECERA PARA LA
      *PASARELA, COMO VENC-MEMBRESIAS.
       ABRIR-MENSAJE-CORREO.
           MOVE ZEROS TO WS-COLA-NUMERO.
           OPEN INPUT COLA-NUMERADOR.
           IF NOT F-NOEXISTE-COLANUM
               READ COLA-NUMERADOR INTO WS-COLA-NUMERO
                   AT END MOVE ZEROS TO WS-COLA-NUMERO
               END-READ
               CLOSE COLA-NUMERADOR
           END-IF.
           ADD 1 TO WS-COLA-NUMERO.
           OPEN OUTPUT COLA-NUMERADOR.
           MOVE WS-COLA-NUMERO TO LINEA-COLA-NUMERADOR.
           WRITE LINEA-COLA-NUMERADOR.
           CLOSE COLA-NUMERADOR.
           OPEN EXTEND COLA-CORREO.
           IF F-NOEXISTE-COLA
               CLOSE COLA-CORREO
               OPEN OUTPUT COLA-CORREO
           END-IF.
           MOVE ZEROS TO WS-COLA-RENGLON.
           MOVE SPACES TO LINEA-COLA.
           MOVE WS-COLA-NUMERO     TO COLA-NUMERO.
           MOVE WS-COLA-RENGLON    TO COLA-RENGLON.
           MOVE WS-FECHA-HOY       TO COLA-FECHA.
           MOVE "INACTIVOS"        TO COLA-ORIGEN.
           MOVE WS-SOCIO-ID        TO COLA-SOCIO.
           MOVE SOCIO-EMAIL-STATUS TO COLA-EMAIL.
           MOVE WS-COLA-ASUNTO     TO COLA-ASUNTO.
           WRITE LINEA-COLA.

      *UN RENGLON DE TEXTO (WS-COLA-TEXTO) DEL MENSAJE EN CURSO.
       GRABAR-RENGLON-CORREO.
           ADD 1 TO WS-COLA-RENGLON.
           MOVE SPACES TO LINEA-COLA.
           MOVE WS-COLA-NUMERO  TO COLA-NUMERO.
           MOVE WS-COLA-RENGLON TO COLA-RENGLON.
           MOVE WS-COLA-TEXTO   TO COLA-LINEA.
           WRITE LINEA-COLA.

       CERRAR-MENSAJE-CORREO.
           CLOSE COLA-CORREO.

      *ESCRIBE UNA LINEA DE AUDITORIA DE LA FICHA DE ENTIDADES,
      *MISMO ARMADO QUE AUDITAR-CAMBIO-SOCIO EN SUSPENSION-AUTO.
       AUDITAR-CAMBIO-SOCIO.
           OPEN EXTEND AUDITORIA-SOCIOS.
           IF F-NOEXISTE-AUDSOC
               CLOSE AUDITORIA-SOCIOS
               OPEN OUTPUT AUDITORIA-SOCIOS
           END-IF.
           ACCEPT AUDS-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDS-HORA FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA-SOC.
           STRING AUDS-CLAVE     DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUDS-CAMPO    DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUDS-ANTERIOR DELIMITED BY SIZE
                   " -> "        DELIMITED BY SIZE
                   AUDS-NUEVO    DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUDS-FECHA    DELIMITED BY SIZE
                   AUDS-HORA     DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUDS-OPERADOR DELIMITED BY SIZE
                   INTO LINEA-AUDITORIA-SOC.
           WRITE LINEA-AUDITORIA-SOC.
           CLOSE AUDITORIA-SOCIOS.

      *AGREGA LA LINEA DE JORNAL DE LA FICHA EN CURSO, MISMO
      *ESQUEMA QUE GRABAR-LINEA-JORNAL EN REGISTROLIBROS.
       JORNAL-SOCIO.
           OPEN EXTEND JORNAL-DIARIO.
           IF F-NOEXISTE-JRN
               CLOSE JORNAL-DIARIO
               OPEN OUTPUT JORNAL-DIARIO
           END-IF.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE "SIENT01.FIC" TO JRN-ARCHIVO.
           MOVE WS-JRN-OPERACION TO JRN-OPERACION.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-SOCIO-STATUS TO JRN-REGISTRO (1:512).
           WRITE LINEA-JORNAL.
           CLOSE JORNAL-DIARIO.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "RET-MESES-INACT" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO MESES-INACTIVIDAD
           END-IF.
           MOVE "RET-MESES-ARCH" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO MESES-ARCHIVO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "SOCIOS-INACTIVOS " DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR    DELIMITED BY SIZE
                  " STATUS="          DELIMITED BY SIZE
                  WS-STATUS-ERROR     DELIMITED BY SIZE
                  " FECHA="           DELIMITED BY SIZE
                  WS-FECHA-ERROR      DELIMITED BY SIZE
                  " HORA="            DELIMITED BY SIZE
                  WS-HORA-ERROR       DELIMITED BY SIZE
                  " SEV="             DELIMITED BY SIZE
                  WS-SEVERIDAD-ERROR  DELIMITED BY SIZE
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
       END PROGRAM SOCIOS-INACTIVOS.
