       IDENTIFICATION DIVISION.
       PROGRAM-ID.                REVISION-OPERADORES.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *REVISION MENSUAL DE EXCEPCIONES POR OPERADOR PARA LA
      *DIRECCION. CADA RASTRO YA EXISTIA POR SEPARADO (ANULACIONES
      *DE VENTAS-LOCAL, EXONERACIONES DE PROG-PAGOS-F, ARQUEOS DEL
      *CIERRE Z, INGRESOS EN TERMINALES.REG, CAMBIOS EN LA FICHA DE
      *SOCIOS) PERO NADIE LOS MIRABA JUNTOS. PARA EL MES PEDIDO
      *ARMA, POR OPERADOR:
      *- LO ANULADO (LINEAS "X" DE TICKETS-DIARIO.DAT) COMO
      *  PORCENTAJE DE LO VENDIDO (LINEAS "D");
      *- LAS EXONERACIONES QUE PIDIO Y LAS QUE AUTORIZO, CON SU
      *  MONTO (EXONERACIONES.DAT);
      *- LOS SOBRANTES Y FALTANTES DE SUS ARQUEOS (ARQUEOS.DAT);
      *- LAS TRANSACCIONES (TICKETS, ANULACIONES, EXONERACIONES E
      *  INGRESOS A LAS TERMINALES) FUERA DEL HORARIO DE ATENCION O
      *  EN DIAS CERRADOS SEGUN CALENDARIO-CIERRE.DAT;
      *- LAS ACCIONES SOBRE SU PROPIA CUENTA DE SOCIO O SOBRE
      *  CUENTAS CON SU MISMO APELLIDO Y DOMICILIO (CAMBIOS EN LA
      *  FICHA, AUDITORIA-SOCIOS.DAT, Y EXONERACIONES). LA CUENTA
      *  PROPIA ES LA FICHA DE SIENT01.FIC CON EL MISMO NOMBRE QUE
      *  EL USUARIO EN SIENT02.FIC; EL APELLIDO ES LA PRIMERA
      *  PALABRA DEL NOMBRE (LA FICHA LO GUARDA ADELANTE).
      *EL OPERADOR QUE SUPERA CUALQUIERA DE LOS UMBRALES SALE
      *MARCADO "REVISAR DIRECCION". EL HORARIO Y LOS UMBRALES SE
      *MANTIENEN DESDE ESTE MISMO PROGRAMA (UMBRALES-REVISION.DAT)
      *Y CADA CAMBIO QUEDA EN AUDITORIA-PARAMETROS.DAT (TABLA
      *"UMBRAL-REV"). EL REPORTE SALE EN REVISION-OPERADORES.LST Y
      *SE ARCHIVA EN EL HISTORICO DE REPORTES (TIPO
      *"REV-OPERADOR") PARA QUE GESTOR-REPORTES LO PUEDA REIMPRIMIR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DIARIO PERMANENTE DE TICKETS DE VENTAS-LOCAL (TESTING.CBL).
           SELECT TICKETS-DIARIO ASSIGN TO "TICKETS-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TICKETS.

      *REGISTRO DE EXONERACIONES DE PROG-PAGOS-F: SOLICITANTE Y
      *AUTORIZANTE DE CADA UNA.
           SELECT EXONERACIONES ASSIGN TO "EXONERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXONERACIONES.

      *ARQUEOS POR OPERADOR DEL CIERRE Z (TESTING.CBL).
           SELECT ARQUEOS ASSIGN TO "ARQUEOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARQUEOS.

           SELECT TERMINALES ASSIGN TO "TERMINALES.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TERMINALES.

      *TRAZA DE CAMBIOS DE LA FICHA DE SOCIOS (SIENT01M,
      *SUSPENSION-AUTO, FUSION-SOCIOS Y LOS DEMAS).
           SELECT AUDITORIA-SOCIOS ASSIGN TO "AUDITORIA-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

           SELECT REG-USUARIOS ASSIGN TO "sient02.fic"
               ORGANIZATION IS INDEXED
               RECORD KEY IS USU-CLAVE-STATUS
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-USUARIOS.

      *DIAS CERRADOS (MANT-CALENDARIO).
           SELECT CALENDARIO-CIERRE
               ASSIGN TO "CALENDARIO-CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

      *HORARIO DE ATENCION Y UMBRALES DE LA REVISION: UNA SOLA
      *LINEA. SIN ARCHIVO RIGEN LOS VALORES POR OMISION.
           SELECT UMBRALES ASSIGN TO "UMBRALES-REVISION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-UMBRALES.

      *TRAZA DE AUDITORIA DE LAS TABLAS DE PARAMETROS, COMUN A
      *TODOS LOS PROGRAMAS QUE LAS MANTIENEN (CONSULTA-AUD-PARAM).
           SELECT AUDITORIA-PARAMETROS
               ASSIGN TO "AUDITORIA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-PAR.

           SELECT REPORTE-REVISION ASSIGN TO "REVISION-OPERADORES.LST"
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

       FD TICKETS-DIARIO.
       01 LINEA-TICKET-DIARIO.
           05 TKT-NUMERO              PIC 9(6).
           05 TKT-FECHA               PIC 9(8).
           05 TKT-HORA                PIC 9(8).
           05 TKT-TIPO                PIC X(1).
               88 TKT-ES-DETALLE      VALUE "D".
               88 TKT-ES-TOTAL        VALUE "T".
               88 TKT-ES-ANULACION    VALUE "X".
           05 TKT-PRODUCTO            PIC 9(2).
           05 TKT-CANTIDAD            PIC 9(3).
           05 TKT-IMPORTE             PIC 9(6)V99.
           05 TKT-NOMBRE              PIC X(20).
           05 TKT-OPERADOR            PIC X(11).
           05 FILLER                  PIC X(09).

       FD EXONERACIONES.
       01 LINEA-EXONERACION.
           05 EXR-FECHA               PIC 9(8).
           05 EXR-HORA                PIC 9(8).
           05 EXR-SOCIO-ID            PIC 9(6).
           05 EXR-MONTO               PIC 9(6)V99.
           05 EXR-MOTIVO              PIC X(10).
           05 EXR-SOLICITANTE         PIC X(11).
           05 EXR-AUTORIZANTE         PIC X(11).
           05 EXR-RECIBO              PIC 9(6).
           05 EXR-SUCURSAL            PIC X(03).

       FD ARQUEOS.
       01 LINEA-ARQUEO.
           05 ARQ-FECHA               PIC 9(8).
           05 ARQ-OPERADOR            PIC X(11).
           05 ARQ-ESPERADO            PIC 9(8)V99.
           05 ARQ-CONTADO             PIC 9(8)V99.
           05 ARQ-SIGNO               PIC X(1).
               88 ARQ-FALTANTE        VALUE "-".
           05 ARQ-DIFERENCIA          PIC 9(8)V99.

       FD TERMINALES.
       01 LINEA-TERMINAL.
           05 TRM-OPERADOR            PIC X(11).
           05 TRM-PROGRAMA            PIC X(12).
           05 TRM-EVENTO              PIC X(1).
               88 TRM-ENTRA           VALUE "E".
           05 TRM-FECHA               PIC 9(8).
           05 TRM-HORA                PIC 9(8).

       FD AUDITORIA-SOCIOS.
       01 LINEA-AUDITORIA.
           05 AUD-SOCIO               PIC X(11).
           05 FILLER                  PIC X(1).
           05 AUD-CAMPO               PIC X(15).
           05 FILLER                  PIC X(1).
           05 AUD-ANTERIOR            PIC X(20).
           05 FILLER                  PIC X(4).
           05 AUD-NUEVO               PIC X(20).
           05 FILLER                  PIC X(1).
           05 AUD-FECHA               PIC 9(8).
           05 AUD-HORA                PIC 9(8).
           05 FILLER                  PIC X(1).
           05 AUD-OPERADOR            PIC X(10).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(70).
           05 SOCIO-DOMICILIO-STATUS  PIC X(40).
           05 FILLER                  PIC X(351).

       FD REG-USUARIOS.
       01 DATOS-USUARIO-STATUS.
           05 USU-CLAVE-STATUS        PIC X(11).
           05 USU-NOMBRE-STATUS       PIC X(40).
           05 FILLER                  PIC X(116).

       FD CALENDARIO-CIERRE.
       01 LINEA-CALENDARIO.
           05 CAL-TIPO                PIC X(1).
               88 CAL-ES-SEMANAL      VALUE "S".
               88 CAL-ES-FERIADO      VALUE "F".
           05 CAL-DIA                 PIC 9(1).
           05 CAL-FECHA               PIC 9(8).
           05 CAL-FECHA-PARTES REDEFINES CAL-FECHA.
               10 CAL-MES             PIC 9(6).
               10 CAL-DIA-MES         PIC 9(2).

       FD UMBRALES.
       01 LINEA-UMBRALES.
      *HORARIO DE ATENCION EN HHMM: DESDE LA APERTURA HASTA EL
      *MINUTO ANTERIOR AL CIERRE.
           05 UMB-HORA-APERTURA       PIC 9(4).
           05 UMB-HORA-CIERRE         PIC 9(4).
      *SE MARCA AL OPERADOR QUE SUPERA ESTOS VALORES EN EL MES.
           05 UMB-PCT-ANULACION       PIC 9(3)V99.
           05 UMB-EXONERACIONES       PIC 9(3).
           05 UMB-DIFERENCIA          PIC 9(6)V99.
           05 UMB-FUERA-HORARIO       PIC 9(3).
           05 UMB-CUENTAS-PROPIAS     PIC 9(3).

       FD AUDITORIA-PARAMETROS.
       01 LINEA-AUDITORIA-PAR         PIC X(120).

       FD REPORTE-REVISION.
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
       77 FS-TICKETS               PIC XX.
           88 FIN-TICKETS          VALUE "10".
           88 F-NOEXISTE-TKT       VALUE "35".
       77 FS-EXONERACIONES         PIC XX.
           88 FIN-EXONERACIONES    VALUE "10".
           88 F-NOEXISTE-EXO       VALUE "35".
       77 FS-ARQUEOS               PIC XX.
           88 FIN-ARQUEOS          VALUE "10".
           88 F-NOEXISTE-ARQ       VALUE "35".
       77 FS-TERMINALES            PIC XX.
           88 FIN-TERMINALES       VALUE "10".
           88 F-NOEXISTE-TRM       VALUE "35".
       77 FS-AUDITORIA             PIC XX.
           88 FIN-AUDITORIA        VALUE "10".
           88 F-NOEXISTE-AUD       VALUE "35".
       77 FS-REG-SOCIOS            PIC XX.
           88 FIN-REG-SOCIOS       VALUE "10".
           88 F-NOEXISTE-SOC       VALUE "35".
       77 FS-REG-USUARIOS          PIC XX.
           88 FIN-REG-USUARIOS     VALUE "10".
           88 F-NOEXISTE-USU       VALUE "35".
       77 FS-CALENDARIO            PIC XX.
           88 FIN-CALENDARIO       VALUE "10".
           88 F-NOEXISTE-CAL       VALUE "35".
       77 FS-UMBRALES              PIC XX.
           88 FIN-UMBRALES         VALUE "10".
           88 F-NOEXISTE-UMB       VALUE "35".
       77 FS-AUDITORIA-PAR         PIC XX.
           88 F-NOEXISTE-AUDPAR    VALUE "05" "35".
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
      *PIDE AL ENTRAR Y FIRMA TAMBIEN LA CORRIDA EN REPORTES.REG.
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
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-HORA-CORRIDA          PIC 9(8) VALUE ZEROS.

      *MES REVISADO (AAAAMM).
       01 WS-MES-GRUPO.
           05 WS-MES-ANIO          PIC 9(4).
           05 WS-MES-NUMERO        PIC 9(2).
       01 WS-MES REDEFINES WS-MES-GRUPO PIC 9(6).

      *HORARIO Y UMBRALES VIGENTES, CON LOS VALORES POR OMISION
      *PARA CUANDO TODAVIA NO HAY UMBRALES-REVISION.DAT.
       01 VIGENTES.
           05 VIG-HORA-APERTURA    PIC 9(4)    VALUE 0800.
           05 VIG-HORA-CIERRE      PIC 9(4)    VALUE 2000.
           05 VIG-PCT-ANULACION    PIC 9(3)V99 VALUE 5.
           05 VIG-EXONERACIONES    PIC 9(3)    VALUE 5.
           05 VIG-DIFERENCIA       PIC 9(6)V99 VALUE 500.
           05 VIG-FUERA-HORARIO    PIC 9(3)    VALUE 3.
           05 VIG-CUENTAS-PROPIAS  PIC 9(3)    VALUE ZEROS.
      *FOTO DE LOS VALORES ANTES DE UN CAMBIO, PARA LA AUDITORIA.
       01 ANT-VIGENTES.
           05 ANT-HORA-APERTURA    PIC 9(4).
           05 ANT-HORA-CIERRE      PIC 9(4).
           05 ANT-PCT-ANULACION    PIC 9(3)V99.
           05 ANT-EXONERACIONES    PIC 9(3).
           05 ANT-DIFERENCIA       PIC 9(6)V99.
           05 ANT-FUERA-HORARIO    PIC 9(3).
           05 ANT-CUENTAS-PROPIAS  PIC 9(3).
       77 WS-HAY-UMBRALES          PIC X VALUE "N".
           88 HAY-UMBRALES         VALUE "S".

      *ENTRADA DE UN UMBRAL: ENTER DEJA EL VALOR COMO ESTA.
       77 WS-HORA-TEXTO            PIC X(4) VALUE SPACES.
       01 WS-HORA-ENTRADA.
           05 WS-HORA-HH           PIC 9(2).
           05 WS-HORA-MM           PIC 9(2).
       77 WS-IMP-TEXTO             PIC X(10) VALUE SPACES.
       77 WS-IMPORTE-PARSEADO      PIC 9(7)V99 VALUE ZEROS.
       77 WS-IMP-IDX               PIC 9(2) VALUE ZEROS.
       77 WS-IMP-EN-DEC            PIC X VALUE "N".
           88 IMP-EN-DECIMALES     VALUE "S".
       77 WS-IMP-CENT              PIC 9(1) VALUE ZEROS.
       01 WS-IMP-CHAR              PIC X.
       01 WS-IMP-CHAR-N REDEFINES WS-IMP-CHAR PIC 9.
       77 WS-CONTEO-EDIT           PIC ZZ9.
       77 WS-PCT-EDIT              PIC ZZ9.99.
       77 WS-IMPORTE-EDIT          PIC ZZZZZZZ9.99.
       77 WS-HORA-EDIT             PIC 99B99.

      *DIAS DEL MES REVISADO: "S" SI LA BIBLIOTECA ESTUVO CERRADA
      *(DIA DE SEMANA CERRADO O FERIADO DEL CALENDARIO).
       01 TABLA-CIERRE-SEMANAL.
           05 DIA-CERRADO OCCURS 7 TIMES PIC X.
       01 TABLA-DIAS-MES.
           05 DMS-CERRADO OCCURS 31 TIMES PIC X.
       77 WS-IND-DIA               PIC 9(2) VALUE ZEROS.

       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

      *FECHA Y HORA DE LA TRANSACCION QUE SE ESTA CONTROLANDO.
       01 WS-EVT-FECHA-GRUPO.
           05 WS-EVT-MES           PIC 9(6).
           05 WS-EVT-DIA           PIC 9(2).
       01 WS-EVT-FECHA REDEFINES WS-EVT-FECHA-GRUPO PIC 9(8).
       01 WS-EVT-HORA-GRUPO.
           05 WS-EVT-HHMM          PIC 9(4).
           05 FILLER               PIC 9(4).
       01 WS-EVT-HORA REDEFINES WS-EVT-HORA-GRUPO PIC 9(8).
      *RESULTADO DEL CONTROL: "C" DIA CERRADO, "H" FUERA DE
      *HORARIO, BLANCO DENTRO DEL HORARIO.
       77 WS-FUERA                 PIC X VALUE SPACES.
           88 EVT-EN-HORARIO       VALUE SPACES.

      *OPERADORES: LOS USUARIOS DE SIENT02.FIC MAS CUALQUIER CLAVE
      *QUE APAREZCA EN LOS RASTROS DEL MES.
       77 MAX-OPERADORES           PIC 9(3) VALUE 200.
       01 TABLA-OPERADORES.
           05 OPE-ENT OCCURS 200 TIMES.
               10 OPE-CLAVE            PIC X(11).
               10 OPE-NOMBRE           PIC X(40).
               10 OPE-APELLIDO         PIC X(20).
               10 OPE-SOCIO            PIC X(11).
               10 OPE-DOMICILIO        PIC X(40).
               10 OPE-VENTAS           PIC 9(8)V99.
               10 OPE-ANULADO          PIC 9(8)V99.
               10 OPE-CANT-ANUL        PIC 9(5).
               10 OPE-PCT-ANUL         PIC 9(3)V99.
               10 OPE-EXO-PEDIDAS      PIC 9(4).
               10 OPE-EXO-AUTORIZADAS  PIC 9(4).
               10 OPE-EXO-MONTO        PIC 9(8)V99.
               10 OPE-ARQUEOS          PIC 9(3).
               10 OPE-SOBRANTE         PIC 9(8)V99.
               10 OPE-FALTANTE         PIC 9(8)V99.
               10 OPE-FUERA-HORARIO    PIC 9(5).
               10 OPE-DIA-CERRADO      PIC 9(5).
               10 OPE-CUENTA-PROPIA    PIC 9(4).
               10 OPE-CUENTA-FAMILIAR  PIC 9(4).
               10 OPE-CON-MOVIMIENTO   PIC X(1).
                   88 OPE-TIENE-MOVIMIENTO VALUE "S".
               10 OPE-MARCA            PIC X(1).
                   88 OPE-A-REVISAR    VALUE "S".
       77 WS-CANT-OPERADORES       PIC 9(3) VALUE ZEROS.
       77 WS-IND-OPE               PIC 9(3) VALUE ZEROS.
       77 WS-IND-OPE-HALLADO       PIC 9(3) VALUE ZEROS.
       77 WS-OPE-BUSCADO           PIC X(11) VALUE SPACES.
      *LARGO DE LA COMPARACION: LA TRAZA DE SOCIOS GUARDA SOLO LAS
      *10 PRIMERAS POSICIONES DE LA CLAVE DEL OPERADOR.
       77 WS-LARGO-OPE             PIC 9(2) VALUE 11.
       77 WS-OPERADORES-SIN-LUGAR  PIC 9(5) VALUE ZEROS.
       77 WS-CANT-A-REVISAR        PIC 9(3) VALUE ZEROS.

      *CUENTAS DE SOCIO VINCULADAS A CADA OPERADOR: "P" LA PROPIA,
      *"F" LAS DE SU MISMO APELLIDO Y DOMICILIO.
       77 MAX-VINCULOS             PIC 9(4) VALUE 2000.
       01 TABLA-VINCULOS.
           05 VIN-ENT OCCURS 2000 TIMES.
               10 VIN-IND-OPE      PIC 9(3).
               10 VIN-SOCIO        PIC X(11).
               10 VIN-TIPO         PIC X(1).
       77 WS-CANT-VINCULOS         PIC 9(4) VALUE ZEROS.
       77 WS-IND-VIN               PIC 9(4) VALUE ZEROS.
       77 WS-SOCIO-BUSCADO         PIC X(11) VALUE SPACES.
       77 WS-VINCULO               PIC X(1) VALUE SPACES.
           88 SIN-VINCULO          VALUE SPACES.
           88 VINCULO-PROPIO       VALUE "P".
       77 WS-APELLIDO-SOCIO        PIC X(20) VALUE SPACES.

      *EVENTOS DEL DETALLE (FUERA DE HORARIO, DIA CERRADO, CUENTA
      *PROPIA O FAMILIAR). LOS CONTADORES SIGUEN AUNQUE LA TABLA SE
      *LLENE; SOLO EL DETALLE QUEDA CORTO.
       77 MAX-EVENTOS              PIC 9(4) VALUE 1000.
       01 TABLA-EVENTOS.
           05 EVT-ENT OCCURS 1000 TIMES.
               10 EVT-IND-OPE      PIC 9(3).
               10 EVT-FECHA        PIC 9(8).
               10 EVT-HORA         PIC 9(4).
               10 EVT-CLASE        PIC X(1).
               10 EVT-DETALLE      PIC X(40).
       77 WS-CANT-EVENTOS          PIC 9(4) VALUE ZEROS.
       77 WS-IND-EVT               PIC 9(4) VALUE ZEROS.
       77 WS-EVENTOS-SIN-LUGAR     PIC 9(5) VALUE ZEROS.
       77 WS-EVT-CLASE             PIC X(1) VALUE SPACES.
       77 WS-EVT-DETALLE           PIC X(40) VALUE SPACES.
       77 WS-CLASE-TEXTO           PIC X(16) VALUE SPACES.

      *ARMADO DEL REPORTE.
       77 WS-CORRELATIVO           PIC 9(6) VALUE ZEROS.
       77 WS-LINEAS-REPORTE        PIC 9(5) VALUE ZEROS.
       77 WS-SUPERA                PIC X(60) VALUE SPACES.
       77 WS-PTR                   PIC 9(2) VALUE ZEROS.
       77 WS-EXO-TOTAL             PIC 9(5) VALUE ZEROS.
       77 WS-DIF-TOTAL             PIC 9(9)V99 VALUE ZEROS.
       77 WS-FUERA-TOTAL           PIC 9(6) VALUE ZEROS.
       77 WS-PROPIAS-TOTAL         PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
      *SIN OPERADOR NO SE ENTRA: LOS CAMBIOS DE UMBRALES SE AUDITAN
      *A SU NOMBRE Y LA CORRIDA QUEDA FIRMADA EN REPORTES.REG.
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
               DISPLAY "===== REVISION MENSUAL DE OPERADORES ====="
               DISPLAY "1. GENERAR LA REVISION DE UN MES"
               DISPLAY "2. HORARIO Y UMBRALES"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-REVISION-MENSUAL
                                  THRU 020-REVISION-MENSUAL-EXIT
                   WHEN 2 PERFORM 100-MANTENER-UMBRALES
                                  THRU 100-MANTENER-UMBRALES-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       020-REVISION-MENSUAL.
           DISPLAY "Mes a revisar (AAAAMM): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-MES.
           ACCEPT WS-MES.
           IF WS-MES-NUMERO < 1 OR WS-MES-NUMERO > 12
               OR WS-MES-ANIO < 1900
               DISPLAY "MES NO VALIDO."
               GO TO 020-REVISION-MENSUAL-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 030-LEER-UMBRALES THRU 030-LEER-UMBRALES-EXIT.
           PERFORM 040-CALENDARIO-MES THRU 040-CALENDARIO-MES-EXIT.
           INITIALIZE TABLA-OPERADORES TABLA-VINCULOS TABLA-EVENTOS.
           MOVE ZEROS TO WS-CANT-OPERADORES WS-CANT-VINCULOS
                         WS-CANT-EVENTOS WS-EVENTOS-SIN-LUGAR
                         WS-OPERADORES-SIN-LUGAR WS-CANT-A-REVISAR.
           PERFORM 050-CARGAR-OPERADORES
                   THRU 050-CARGAR-OPERADORES-EXIT.
           PERFORM 055-CARGAR-VINCULOS THRU 055-CARGAR-VINCULOS-EXIT.
           PERFORM 060-REVISAR-TICKETS THRU 060-REVISAR-TICKETS-EXIT.
           PERFORM 065-REVISAR-EXONERACIONES
                   THRU 065-REVISAR-EXONERACIONES-EXIT.
           PERFORM 070-REVISAR-ARQUEOS THRU 070-REVISAR-ARQUEOS-EXIT.
           PERFORM 075-REVISAR-TERMINALES
                   THRU 075-REVISAR-TERMINALES-EXIT.
           PERFORM 080-REVISAR-FICHAS THRU 080-REVISAR-FICHAS-EXIT.
           PERFORM 088-APLICAR-UMBRALES.
           PERFORM 090-EMITIR-REPORTE THRU 090-EMITIR-REPORTE-EXIT.
           DISPLAY "REVISION-OPERADORES.LST GENERADO Y ARCHIVADO "
                   "(CORRIDA " WS-CORRELATIVO "): "
                   WS-CANT-A-REVISAR " OPERADORES A REVISAR.".
           IF WS-OPERADORES-SIN-LUGAR NOT = ZEROS
               DISPLAY "AVISO: " WS-OPERADORES-SIN-LUGAR
                       " MOVIMIENTOS DE OPERADORES QUE NO ENTRARON "
                       "EN LA TABLA."
           END-IF.
       020-REVISION-MENSUAL-EXIT.
           EXIT.

      *UMBRALES-REVISION.DAT PISA LOS VALORES POR OMISION.
       030-LEER-UMBRALES.
           MOVE "N" TO WS-HAY-UMBRALES.
           OPEN INPUT UMBRALES.
           IF F-NOEXISTE-UMB
               CLOSE UMBRALES
               GO TO 030-LEER-UMBRALES-EXIT
           END-IF.
           READ UMBRALES AT END SET FIN-UMBRALES TO TRUE
           END-READ.
           IF NOT FIN-UMBRALES
               MOVE "S" TO WS-HAY-UMBRALES
               MOVE LINEA-UMBRALES TO VIGENTES
           END-IF.
           CLOSE UMBRALES.
       030-LEER-UMBRALES-EXIT.
           EXIT.

      *MARCA LOS DIAS CERRADOS DEL MES: LOS DIAS DE SEMANA QUE LA
      *BIBLIOTECA NO ABRE Y LOS FERIADOS DEL CALENDARIO.
       040-CALENDARIO-MES.
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > 7
               MOVE "N" TO DIA-CERRADO (WS-IND-DIA)
           END-PERFORM.
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > 31
               MOVE "N" TO DMS-CERRADO (WS-IND-DIA)
           END-PERFORM.
           OPEN INPUT CALENDARIO-CIERRE.
           IF F-NOEXISTE-CAL
               CLOSE CALENDARIO-CIERRE
               GO TO 040-CALENDARIO-MES-EXIT
           END-IF.
           READ CALENDARIO-CIERRE AT END SET FIN-CALENDARIO TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CALENDARIO
               IF CAL-ES-SEMANAL
                   IF CAL-DIA >= 1 AND CAL-DIA <= 7
                       MOVE "S" TO DIA-CERRADO (CAL-DIA)
                   END-IF
               ELSE
                   IF CAL-MES = WS-MES
                       AND CAL-DIA-MES >= 1 AND CAL-DIA-MES <= 31
                       MOVE "S" TO DMS-CERRADO (CAL-DIA-MES)
                   END-IF
               END-IF
               READ CALENDARIO-CIERRE AT END SET FIN-CALENDARIO
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE CALENDARIO-CIERRE.
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > 31
               MOVE "S" TO FSR-ACCION
               COMPUTE FSR-FECHA = WS-MES * 100 + WS-IND-DIA
               CALL "FECHA-SERIAL" USING FSR-PARAMETROS
               IF FSR-RESULTADO = "OK"
                   IF DIA-CERRADO (FSR-DIA-SEMANA) = "S"
                       MOVE "S" TO DMS-CERRADO (WS-IND-DIA)
                   END-IF
               END-IF
           END-PERFORM.
       040-CALENDARIO-MES-EXIT.
           EXIT.

      *CONTROLA WS-EVT-FECHA Y WS-EVT-HORA CONTRA LOS DIAS CERRADOS
      *Y EL HORARIO DE ATENCION; DEJA EL RESULTADO EN WS-FUERA.
       045-CONTROLAR-HORARIO.
           MOVE SPACES TO WS-FUERA.
           IF WS-EVT-DIA >= 1 AND WS-EVT-DIA <= 31
               IF DMS-CERRADO (WS-EVT-DIA) = "S"
                   MOVE "C" TO WS-FUERA
               END-IF
           END-IF.
           IF EVT-EN-HORARIO
               IF WS-EVT-HHMM < VIG-HORA-APERTURA
                   OR WS-EVT-HHMM >= VIG-HORA-CIERRE
                   MOVE "H" TO WS-FUERA
               END-IF
           END-IF.
           IF NOT EVT-EN-HORARIO
               IF WS-FUERA = "C"
                   ADD 1 TO OPE-DIA-CERRADO (WS-IND-OPE-HALLADO)
               ELSE
                   ADD 1 TO OPE-FUERA-HORARIO (WS-IND-OPE-HALLADO)
               END-IF
               MOVE WS-FUERA TO WS-EVT-CLASE
               PERFORM 085-AGREGAR-EVENTO
           END-IF.

      *TODOS LOS USUARIOS DE SIENT02.FIC, EN ORDEN DE CLAVE.
       050-CARGAR-OPERADORES.
           OPEN INPUT REG-USUARIOS.
           IF F-NOEXISTE-USU
               MOVE "sient02.fic" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-USUARIOS TO WS-STATUS-ERROR
               MOVE "W" TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E" TO WS-SEVERIDAD-ERROR
               CLOSE REG-USUARIOS
               GO TO 050-CARGAR-OPERADORES-EXIT
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
               MOVE USU-CLAVE-STATUS TO WS-OPE-BUSCADO
               MOVE 11 TO WS-LARGO-OPE
               PERFORM 035-UBICAR-OPERADOR
               IF WS-IND-OPE-HALLADO NOT = ZEROS
                   MOVE USU-NOMBRE-STATUS
                           TO OPE-NOMBRE (WS-IND-OPE-HALLADO)
                   UNSTRING USU-NOMBRE-STATUS DELIMITED BY SPACE
                       INTO OPE-APELLIDO (WS-IND-OPE-HALLADO)
                   END-UNSTRING
               END-IF
               READ REG-USUARIOS NEXT RECORD AT END
                       SET FIN-REG-USUARIOS TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-USUARIOS.
       050-CARGAR-OPERADORES-EXIT.
           EXIT.

      *UBICA WS-OPE-BUSCADO EN LA TABLA (COMPARANDO WS-LARGO-OPE
      *POSICIONES) Y LO AGREGA SI NO ESTA; SIN LUGAR DEVUELVE CERO.
       035-UBICAR-OPERADOR.
           MOVE ZEROS TO WS-IND-OPE-HALLADO.
           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE > WS-CANT-OPERADORES
                       OR WS-IND-OPE-HALLADO NOT = ZEROS
               IF OPE-CLAVE (WS-IND-OPE) (1:WS-LARGO-OPE)
                       = WS-OPE-BUSCADO (1:WS-LARGO-OPE)
                   MOVE WS-IND-OPE TO WS-IND-OPE-HALLADO
               END-IF
           END-PERFORM.
           IF WS-IND-OPE-HALLADO = ZEROS
               IF WS-CANT-OPERADORES < MAX-OPERADORES
                   ADD 1 TO WS-CANT-OPERADORES
                   MOVE WS-CANT-OPERADORES TO WS-IND-OPE-HALLADO
                   MOVE WS-OPE-BUSCADO
                           TO OPE-CLAVE (WS-IND-OPE-HALLADO)
                   MOVE "(NO FIGURA EN SIENT02.FIC)"
                           TO OPE-NOMBRE (WS-IND-OPE-HALLADO)
               ELSE
                   ADD 1 TO WS-OPERADORES-SIN-LUGAR
               END-IF
           END-IF.

      *DOS PASADAS POR LA FICHA DE SOCIOS: LA PRIMERA RECONOCE LA
      *CUENTA PROPIA DE CADA OPERADOR (MISMO NOMBRE) Y TOMA SU
      *DOMICILIO; LA SEGUNDA SUMA LAS CUENTAS CON EL MISMO APELLIDO
      *Y EL MISMO DOMICILIO.
       055-CARGAR-VINCULOS.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               MOVE "SIENT01.FIC" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS TO WS-STATUS-ERROR
               MOVE "W" TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E" TO WS-SEVERIDAD-ERROR
               CLOSE REG-SOCIOS
               GO TO 055-CARGAR-VINCULOS-EXIT
           END-IF.
           PERFORM 056-PRIMER-SOCIO.
           PERFORM UNTIL FIN-REG-SOCIOS
               PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                       UNTIL WS-IND-OPE > WS-CANT-OPERADORES
                   IF OPE-NOMBRE (WS-IND-OPE) NOT = SPACES
                       AND OPE-NOMBRE (WS-IND-OPE)
                               = SOCIO-NOMBRE-STATUS
                       MOVE "P" TO WS-VINCULO
                       PERFORM 057-AGREGAR-VINCULO
                       IF OPE-SOCIO (WS-IND-OPE) = SPACES
                           MOVE SOCIO-CLAVE-STATUS
                                   TO OPE-SOCIO (WS-IND-OPE)
                           MOVE SOCIO-DOMICILIO-STATUS
                                   TO OPE-DOMICILIO (WS-IND-OPE)
                       END-IF
                   END-IF
               END-PERFORM
               READ REG-SOCIOS NEXT RECORD AT END
                       SET FIN-REG-SOCIOS TO TRUE END-READ
           END-PERFORM.
           PERFORM 056-PRIMER-SOCIO.
           PERFORM UNTIL FIN-REG-SOCIOS
               MOVE SPACES TO WS-APELLIDO-SOCIO
               UNSTRING SOCIO-NOMBRE-STATUS DELIMITED BY SPACE
                   INTO WS-APELLIDO-SOCIO
               END-UNSTRING
               PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                       UNTIL WS-IND-OPE > WS-CANT-OPERADORES
                   IF OPE-DOMICILIO (WS-IND-OPE) NOT = SPACES
                       AND OPE-DOMICILIO (WS-IND-OPE)
                               = SOCIO-DOMICILIO-STATUS
                       AND OPE-APELLIDO (WS-IND-OPE) NOT = SPACES
                       AND OPE-APELLIDO (WS-IND-OPE)
                               = WS-APELLIDO-SOCIO
                       MOVE WS-IND-OPE TO WS-IND-OPE-HALLADO
                       MOVE SOCIO-CLAVE-STATUS TO WS-SOCIO-BUSCADO
                       PERFORM 058-BUSCAR-VINCULO
                       IF SIN-VINCULO
                           MOVE "F" TO WS-VINCULO
                           PERFORM 057-AGREGAR-VINCULO
                       END-IF
                   END-IF
               END-PERFORM
               READ REG-SOCIOS NEXT RECORD AT END
                       SET FIN-REG-SOCIOS TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-SOCIOS.
       055-CARGAR-VINCULOS-EXIT.
           EXIT.

       056-PRIMER-SOCIO.
           MOVE "00" TO FS-REG-SOCIOS.
           MOVE LOW-VALUES TO SOCIO-CLAVE-STATUS.
           START REG-SOCIOS KEY IS NOT LESS THAN SOCIO-CLAVE-STATUS
               INVALID KEY SET FIN-REG-SOCIOS TO TRUE
           END-START.
           IF NOT FIN-REG-SOCIOS
               READ REG-SOCIOS NEXT RECORD AT END
                       SET FIN-REG-SOCIOS TO TRUE END-READ
           END-IF.

      *VINCULA LA FICHA LEIDA AL OPERADOR WS-IND-OPE CON EL TIPO
      *DE WS-VINCULO.
       057-AGREGAR-VINCULO.
           IF WS-CANT-VINCULOS < MAX-VINCULOS
               ADD 1 TO WS-CANT-VINCULOS
               MOVE WS-IND-OPE TO VIN-IND-OPE (WS-CANT-VINCULOS)
               MOVE SOCIO-CLAVE-STATUS
                       TO VIN-SOCIO (WS-CANT-VINCULOS)
               MOVE WS-VINCULO TO VIN-TIPO (WS-CANT-VINCULOS)
           END-IF.

      *TIPO DE VINCULO ENTRE EL OPERADOR WS-IND-OPE-HALLADO Y LA
      *FICHA WS-SOCIO-BUSCADO (BLANCO SI NO HAY).
       058-BUSCAR-VINCULO.
           MOVE SPACES TO WS-VINCULO.
           PERFORM VARYING WS-IND-VIN FROM 1 BY 1
                   UNTIL WS-IND-VIN > WS-CANT-VINCULOS
                       OR NOT SIN-VINCULO
               IF VIN-IND-OPE (WS-IND-VIN) = WS-IND-OPE-HALLADO
                   AND VIN-SOCIO (WS-IND-VIN) = WS-SOCIO-BUSCADO
                   MOVE VIN-TIPO (WS-IND-VIN) TO WS-VINCULO
               END-IF
           END-PERFORM.

      *LA ACCION DEL OPERADOR WS-IND-OPE-HALLADO SOBRE LA FICHA
      *WS-SOCIO-BUSCADO SE CUENTA SI ES SU CUENTA O LA DE UN
      *FAMILIAR (WS-EVT-DETALLE YA ARMADO POR EL LLAMADOR).
       059-CONTROLAR-CUENTA.
           PERFORM 058-BUSCAR-VINCULO.
           IF SIN-VINCULO
               GO TO 059-CONTROLAR-CUENTA-EXIT
           END-IF.
           IF VINCULO-PROPIO
               ADD 1 TO OPE-CUENTA-PROPIA (WS-IND-OPE-HALLADO)
           ELSE
               ADD 1 TO OPE-CUENTA-FAMILIAR (WS-IND-OPE-HALLADO)
           END-IF.
           MOVE WS-VINCULO TO WS-EVT-CLASE.
           PERFORM 085-AGREGAR-EVENTO.
       059-CONTROLAR-CUENTA-EXIT.
           EXIT.

      *VENTAS ("D") Y ANULACIONES ("X") DEL MES POR OPERADOR; CADA
      *TICKET CERRADO ("T") Y CADA ANULACION SE CONTROLAN CONTRA
      *EL HORARIO.
       060-REVISAR-TICKETS.
           OPEN INPUT TICKETS-DIARIO.
           IF F-NOEXISTE-TKT
               MOVE "TICKETS-DIARIO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-TICKETS TO WS-STATUS-ERROR
               MOVE "W" TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E" TO WS-SEVERIDAD-ERROR
               CLOSE TICKETS-DIARIO
               GO TO 060-REVISAR-TICKETS-EXIT
           END-IF.
           MOVE 11 TO WS-LARGO-OPE.
           READ TICKETS-DIARIO AT END SET FIN-TICKETS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-TICKETS
               MOVE TKT-FECHA TO WS-EVT-FECHA
               IF WS-EVT-MES = WS-MES
                   AND TKT-OPERADOR NOT = SPACES
                   MOVE TKT-OPERADOR TO WS-OPE-BUSCADO
                   PERFORM 035-UBICAR-OPERADOR
                   IF WS-IND-OPE-HALLADO NOT = ZEROS
                       PERFORM 062-SUMAR-TICKET
                   END-IF
               END-IF
               READ TICKETS-DIARIO AT END SET FIN-TICKETS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TICKETS-DIARIO.
       060-REVISAR-TICKETS-EXIT.
           EXIT.

       062-SUMAR-TICKET.
           MOVE "S" TO OPE-CON-MOVIMIENTO (WS-IND-OPE-HALLADO).
           MOVE TKT-HORA TO WS-EVT-HORA.
           MOVE SPACES TO WS-EVT-DETALLE.
           EVALUATE TRUE
               WHEN TKT-ES-DETALLE
                   ADD TKT-IMPORTE TO OPE-VENTAS (WS-IND-OPE-HALLADO)
               WHEN TKT-ES-TOTAL
                   STRING "TICKET " DELIMITED BY SIZE
                           TKT-NUMERO DELIMITED BY SIZE
                           INTO WS-EVT-DETALLE
                   PERFORM 045-CONTROLAR-HORARIO
               WHEN TKT-ES-ANULACION
                   ADD TKT-IMPORTE
                           TO OPE-ANULADO (WS-IND-OPE-HALLADO)
                   ADD 1 TO OPE-CANT-ANUL (WS-IND-OPE-HALLADO)
                   STRING "ANULACION DEL TICKET " DELIMITED BY SIZE
                           TKT-NUMERO DELIMITED BY SIZE
                           INTO WS-EVT-DETALLE
                   PERFORM 045-CONTROLAR-HORARIO
           END-EVALUATE.

      *EXONERACIONES DEL MES: CUENTAN PARA EL QUE LAS PIDIO Y PARA
      *EL QUE LAS AUTORIZO, Y CADA UNO SE CONTROLA CONTRA SUS
      *PROPIAS CUENTAS. EL HORARIO SE CONTROLA AL SOLICITANTE.
       065-REVISAR-EXONERACIONES.
           OPEN INPUT EXONERACIONES.
           IF F-NOEXISTE-EXO
               CLOSE EXONERACIONES
               GO TO 065-REVISAR-EXONERACIONES-EXIT
           END-IF.
           MOVE 11 TO WS-LARGO-OPE.
           READ EXONERACIONES AT END SET FIN-EXONERACIONES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-EXONERACIONES
               MOVE EXR-FECHA TO WS-EVT-FECHA
               IF WS-EVT-MES = WS-MES
                   PERFORM 067-SUMAR-EXONERACION
               END-IF
               READ EXONERACIONES AT END SET FIN-EXONERACIONES
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE EXONERACIONES.
       065-REVISAR-EXONERACIONES-EXIT.
           EXIT.

       067-SUMAR-EXONERACION.
           MOVE EXR-HORA TO WS-EVT-HORA.
           MOVE SPACES TO WS-SOCIO-BUSCADO.
           MOVE EXR-SOCIO-ID TO WS-SOCIO-BUSCADO (1:6).
           MOVE EXR-MONTO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-EVT-DETALLE.
           STRING "EXONERACION SOCIO " DELIMITED BY SIZE
                   EXR-SOCIO-ID DELIMITED BY SIZE
                   " $" DELIMITED BY SIZE
                   WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO WS-EVT-DETALLE.
           IF EXR-SOLICITANTE NOT = SPACES
               MOVE EXR-SOLICITANTE TO WS-OPE-BUSCADO
               PERFORM 035-UBICAR-OPERADOR
               IF WS-IND-OPE-HALLADO NOT = ZEROS
                   MOVE "S" TO OPE-CON-MOVIMIENTO (WS-IND-OPE-HALLADO)
                   ADD 1 TO OPE-EXO-PEDIDAS (WS-IND-OPE-HALLADO)
                   ADD EXR-MONTO TO OPE-EXO-MONTO (WS-IND-OPE-HALLADO)
                   PERFORM 045-CONTROLAR-HORARIO
                   PERFORM 059-CONTROLAR-CUENTA
                           THRU 059-CONTROLAR-CUENTA-EXIT
               END-IF
           END-IF.
           IF EXR-AUTORIZANTE NOT = SPACES
               AND EXR-AUTORIZANTE NOT = EXR-SOLICITANTE
               MOVE EXR-AUTORIZANTE TO WS-OPE-BUSCADO
               PERFORM 035-UBICAR-OPERADOR
               IF WS-IND-OPE-HALLADO NOT = ZEROS
                   MOVE "S" TO OPE-CON-MOVIMIENTO (WS-IND-OPE-HALLADO)
                   ADD 1 TO OPE-EXO-AUTORIZADAS (WS-IND-OPE-HALLADO)
                   PERFORM 059-CONTROLAR-CUENTA
                           THRU 059-CONTROLAR-CUENTA-EXIT
               END-IF
           END-IF.

      *SOBRANTES Y FALTANTES DE LOS ARQUEOS DEL MES.
       070-REVISAR-ARQUEOS.
           OPEN INPUT ARQUEOS.
           IF F-NOEXISTE-ARQ
               CLOSE ARQUEOS
               GO TO 070-REVISAR-ARQUEOS-EXIT
           END-IF.
           MOVE 11 TO WS-LARGO-OPE.
           READ ARQUEOS AT END SET FIN-ARQUEOS TO TRUE END-READ.
           PERFORM UNTIL FIN-ARQUEOS
               MOVE ARQ-FECHA TO WS-EVT-FECHA
               IF WS-EVT-MES = WS-MES AND ARQ-OPERADOR NOT = SPACES
                   MOVE ARQ-OPERADOR TO WS-OPE-BUSCADO
                   PERFORM 035-UBICAR-OPERADOR
                   IF WS-IND-OPE-HALLADO NOT = ZEROS
                       MOVE "S" TO
                               OPE-CON-MOVIMIENTO (WS-IND-OPE-HALLADO)
                       ADD 1 TO OPE-ARQUEOS (WS-IND-OPE-HALLADO)
                       IF ARQ-FALTANTE
                           ADD ARQ-DIFERENCIA
                               TO OPE-FALTANTE (WS-IND-OPE-HALLADO)
                       ELSE
                           ADD ARQ-DIFERENCIA
                               TO OPE-SOBRANTE (WS-IND-OPE-HALLADO)
                       END-IF
                   END-IF
               END-IF
               READ ARQUEOS AT END SET FIN-ARQUEOS TO TRUE END-READ
           END-PERFORM.
           CLOSE ARQUEOS.
       070-REVISAR-ARQUEOS-EXIT.
           EXIT.

      *INGRESOS ("E") A LAS TERMINALES FUERA DE HORARIO.
       075-REVISAR-TERMINALES.
           OPEN INPUT TERMINALES.
           IF F-NOEXISTE-TRM
               CLOSE TERMINALES
               GO TO 075-REVISAR-TERMINALES-EXIT
           END-IF.
           MOVE 11 TO WS-LARGO-OPE.
           READ TERMINALES AT END SET FIN-TERMINALES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-TERMINALES
               MOVE TRM-FECHA TO WS-EVT-FECHA
               IF WS-EVT-MES = WS-MES AND TRM-ENTRA
                   AND TRM-OPERADOR NOT = SPACES
                   MOVE TRM-OPERADOR TO WS-OPE-BUSCADO
                   PERFORM 035-UBICAR-OPERADOR
                   IF WS-IND-OPE-HALLADO NOT = ZEROS
                       MOVE "S" TO
                               OPE-CON-MOVIMIENTO (WS-IND-OPE-HALLADO)
                       MOVE TRM-HORA TO WS-EVT-HORA
                       MOVE SPACES TO WS-EVT-DETALLE
                       STRING "INGRESO A " DELIMITED BY SIZE
                               TRM-PROGRAMA DELIMITED BY SIZE
                               INTO WS-EVT-DETALLE
                       PERFORM 045-CONTROLAR-HORARIO
                   END-IF
               END-IF
               READ TERMINALES AT END SET FIN-TERMINALES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TERMINALES.
       075-REVISAR-TERMINALES-EXIT.
           EXIT.

      *CAMBIOS EN LA FICHA DE SOCIOS DEL MES HECHOS POR EL OPERADOR
      *SOBRE SU CUENTA O LA DE UN FAMILIAR. LAS LINEAS QUE ESCRIBEN
      *LOS PROCESOS NOCTURNOS NO LLEVAN UN OPERADOR DE SIENT02.FIC
      *Y NO TIENEN CUENTAS VINCULADAS.
       080-REVISAR-FICHAS.
           OPEN INPUT AUDITORIA-SOCIOS.
           IF F-NOEXISTE-AUD
               CLOSE AUDITORIA-SOCIOS
               GO TO 080-REVISAR-FICHAS-EXIT
           END-IF.
           MOVE 10 TO WS-LARGO-OPE.
           READ AUDITORIA-SOCIOS AT END SET FIN-AUDITORIA TO TRUE
           END-READ.
           PERFORM UNTIL FIN-AUDITORIA
               MOVE AUD-FECHA TO WS-EVT-FECHA
               IF WS-EVT-MES = WS-MES AND AUD-OPERADOR NOT = SPACES
                   MOVE AUD-OPERADOR TO WS-OPE-BUSCADO
                   PERFORM 035-UBICAR-OPERADOR
                   IF WS-IND-OPE-HALLADO NOT = ZEROS
                       MOVE "S" TO
                               OPE-CON-MOVIMIENTO (WS-IND-OPE-HALLADO)
                       MOVE AUD-HORA TO WS-EVT-HORA
                       MOVE AUD-SOCIO TO WS-SOCIO-BUSCADO
                       MOVE SPACES TO WS-EVT-DETALLE
                       STRING "FICHA " DELIMITED BY SIZE
                               AUD-SOCIO DELIMITED BY SPACE
                               " CAMBIO " DELIMITED BY SIZE
                               AUD-CAMPO DELIMITED BY SIZE
                               INTO WS-EVT-DETALLE
                       PERFORM 059-CONTROLAR-CUENTA
                               THRU 059-CONTROLAR-CUENTA-EXIT
                   END-IF
               END-IF
               READ AUDITORIA-SOCIOS AT END SET FIN-AUDITORIA TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA-SOCIOS.
           MOVE 11 TO WS-LARGO-OPE.
       080-REVISAR-FICHAS-EXIT.
           EXIT.

      *GUARDA EL EVENTO (CLASE WS-EVT-CLASE, DETALLE WS-EVT-DETALLE)
      *DEL OPERADOR WS-IND-OPE-HALLADO PARA EL DETALLE.
       085-AGREGAR-EVENTO.
           IF WS-CANT-EVENTOS < MAX-EVENTOS
               ADD 1 TO WS-CANT-EVENTOS
               MOVE WS-IND-OPE-HALLADO
                       TO EVT-IND-OPE (WS-CANT-EVENTOS)
               MOVE WS-EVT-FECHA TO EVT-FECHA (WS-CANT-EVENTOS)
               MOVE WS-EVT-HHMM  TO EVT-HORA (WS-CANT-EVENTOS)
               MOVE WS-EVT-CLASE TO EVT-CLASE (WS-CANT-EVENTOS)
               MOVE WS-EVT-DETALLE TO EVT-DETALLE (WS-CANT-EVENTOS)
           ELSE
               ADD 1 TO WS-EVENTOS-SIN-LUGAR
           END-IF.

      *PORCENTAJE DE ANULACION Y MARCA DE LOS QUE SUPERAN ALGUN
      *UMBRAL. SIN VENTAS EN EL MES, CUALQUIER ANULACION ES EL 100%.
       088-APLICAR-UMBRALES.
           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE > WS-CANT-OPERADORES
               MOVE ZEROS TO OPE-PCT-ANUL (WS-IND-OPE)
               IF OPE-ANULADO (WS-IND-OPE) > ZEROS
                   IF OPE-VENTAS (WS-IND-OPE) > ZEROS
                       COMPUTE OPE-PCT-ANUL (WS-IND-OPE) ROUNDED =
                               OPE-ANULADO (WS-IND-OPE) * 100
                               / OPE-VENTAS (WS-IND-OPE)
                           ON SIZE ERROR
                               MOVE 999.99 TO OPE-PCT-ANUL (WS-IND-OPE)
                       END-COMPUTE
                   ELSE
                       MOVE 100 TO OPE-PCT-ANUL (WS-IND-OPE)
                   END-IF
               END-IF
               MOVE "N" TO OPE-MARCA (WS-IND-OPE)
               COMPUTE WS-EXO-TOTAL = OPE-EXO-PEDIDAS (WS-IND-OPE)
                                    + OPE-EXO-AUTORIZADAS (WS-IND-OPE)
               COMPUTE WS-DIF-TOTAL = OPE-SOBRANTE (WS-IND-OPE)
                                    + OPE-FALTANTE (WS-IND-OPE)
               COMPUTE WS-FUERA-TOTAL = OPE-FUERA-HORARIO (WS-IND-OPE)
                                      + OPE-DIA-CERRADO (WS-IND-OPE)
               COMPUTE WS-PROPIAS-TOTAL =
                       OPE-CUENTA-PROPIA (WS-IND-OPE)
                       + OPE-CUENTA-FAMILIAR (WS-IND-OPE)
               IF OPE-PCT-ANUL (WS-IND-OPE) > VIG-PCT-ANULACION
                   OR WS-EXO-TOTAL > VIG-EXONERACIONES
                   OR WS-DIF-TOTAL > VIG-DIFERENCIA
                   OR WS-FUERA-TOTAL > VIG-FUERA-HORARIO
                   OR WS-PROPIAS-TOTAL > VIG-CUENTAS-PROPIAS
                   MOVE "S" TO OPE-MARCA (WS-IND-OPE)
                   ADD 1 TO WS-CANT-A-REVISAR
               END-IF
           END-PERFORM.

      *REVISION-OPERADORES.LST Y SU COPIA EN EL HISTORICO DE
      *REPORTES, DETRAS DE UN ENCABEZADO "###" CON EL PROXIMO
      *CORRELATIVO, Y LA CORRIDA ANOTADA EN REPORTES.REG.
       090-EMITIR-REPORTE.
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
           ACCEPT WS-HORA-CORRIDA FROM TIME.
           MOVE ZEROS TO WS-LINEAS-REPORTE.

           OPEN OUTPUT REPORTE-REVISION.
           OPEN EXTEND REPORTES-ARCHIVO.
           IF F-NOEXISTE-REPA
               CLOSE REPORTES-ARCHIVO
               OPEN OUTPUT REPORTES-ARCHIVO
           END-IF.
           MOVE SPACES TO LINEA-REP-ARCHIVO.
           STRING "### "           DELIMITED BY SIZE
                   WS-CORRELATIVO  DELIMITED BY SIZE
                   " REV-OPERADOR " DELIMITED BY SIZE
                   WS-FECHA-HOY    DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   WS-HORA-CORRIDA DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   AUDP-OPERADOR   DELIMITED BY SIZE
                   INTO LINEA-REP-ARCHIVO
           END-STRING.
           WRITE LINEA-REP-ARCHIVO.

           MOVE SPACES TO LINEA-REPORTE.
           STRING "REVISION MENSUAL DE OPERADORES - MES "
                           DELIMITED BY SIZE
                   WS-MES-ANIO DELIMITED BY SIZE
                   "/"         DELIMITED BY SIZE
                   WS-MES-NUMERO DELIMITED BY SIZE
                   " - EMITIDO " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE VIG-HORA-APERTURA TO WS-HORA-EDIT.
           INSPECT WS-HORA-EDIT REPLACING ALL " " BY ":".
           MOVE SPACES TO LINEA-REPORTE.
           STRING "HORARIO DE ATENCION: " DELIMITED BY SIZE
                   WS-HORA-EDIT DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           MOVE VIG-HORA-CIERRE TO WS-HORA-EDIT.
           INSPECT WS-HORA-EDIT REPLACING ALL " " BY ":".
           MOVE " A " TO LINEA-REPORTE (27:3).
           MOVE WS-HORA-EDIT TO LINEA-REPORTE (30:5).
           IF NOT HAY-UMBRALES
               MOVE "(VALORES POR OMISION)" TO LINEA-REPORTE (37:21)
           END-IF.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE VIG-PCT-ANULACION TO WS-PCT-EDIT.
           MOVE VIG-DIFERENCIA TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "UMBRALES: ANULADO " DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   "% DE LO VENDIDO, DIFERENCIAS DE CAJA $"
                           DELIMITED BY SIZE
                   WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE VIG-EXONERACIONES TO WS-CONTEO-EDIT.
           STRING "          EXONERACIONES " DELIMITED BY SIZE
                   WS-CONTEO-EDIT DELIMITED BY SIZE
                   ", FUERA DE HORARIO " DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           MOVE VIG-FUERA-HORARIO TO WS-CONTEO-EDIT.
           MOVE WS-CONTEO-EDIT TO LINEA-REPORTE (46:3).
           MOVE ", CUENTAS PROPIAS " TO LINEA-REPORTE (49:18).
           MOVE VIG-CUENTAS-PROPIAS TO WS-CONTEO-EDIT.
           MOVE WS-CONTEO-EDIT TO LINEA-REPORTE (67:3).
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE ALL "=" TO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.

           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE > WS-CANT-OPERADORES
               IF OPE-TIENE-MOVIMIENTO (WS-IND-OPE)
                   OR OPE-A-REVISAR (WS-IND-OPE)
                   PERFORM 092-BLOQUE-OPERADOR
               END-IF
           END-PERFORM.

           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OPERADORES A REVISAR POR LA DIRECCION: "
                           DELIMITED BY SIZE
                   WS-CANT-A-REVISAR DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           IF WS-EVENTOS-SIN-LUGAR NOT = ZEROS
               MOVE SPACES TO LINEA-REPORTE
               STRING "AVISO: " DELIMITED BY SIZE
                       WS-EVENTOS-SIN-LUGAR DELIMITED BY SIZE
                       " EVENTOS SE CONTARON PERO NO ENTRARON EN EL "
                               DELIMITED BY SIZE
                       "DETALLE." DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               PERFORM 095-ESCRIBIR-LINEA
           END-IF.
           CLOSE REPORTE-REVISION.
           CLOSE REPORTES-ARCHIVO.

           OPEN EXTEND REPORTES-REG.
           IF F-NOEXISTE-REPR
               CLOSE REPORTES-REG
               OPEN OUTPUT REPORTES-REG
           END-IF.
           MOVE WS-CORRELATIVO    TO RR-CORRELATIVO.
           MOVE "REV-OPERADOR"    TO RR-TIPO.
           MOVE WS-FECHA-HOY      TO RR-FECHA.
           MOVE WS-HORA-CORRIDA   TO RR-HORA.
           MOVE AUDP-OPERADOR     TO RR-OPERADOR.
           MOVE WS-LINEAS-REPORTE TO RR-LINEAS.
           WRITE LINEA-REP-REG.
           CLOSE REPORTES-REG.
       090-EMITIR-REPORTE-EXIT.
           EXIT.

      *BLOQUE DE UN OPERADOR: SUS CIFRAS DEL MES, LOS UMBRALES QUE
      *SUPERA Y EL DETALLE DE SUS EVENTOS.
       092-BLOQUE-OPERADOR.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING OPE-CLAVE (WS-IND-OPE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OPE-NOMBRE (WS-IND-OPE) DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           IF OPE-A-REVISAR (WS-IND-OPE)
               MOVE "** REVISAR DIRECCION **" TO LINEA-REPORTE (54:23)
           END-IF.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE OPE-VENTAS (WS-IND-OPE) TO WS-IMPORTE-EDIT.
           STRING "  VENDIDO  $" DELIMITED BY SIZE
                   WS-IMPORTE-EDIT DELIMITED BY SIZE
                   "  ANULADO $" DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           MOVE OPE-ANULADO (WS-IND-OPE) TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO LINEA-REPORTE (35:11).
           MOVE OPE-PCT-ANUL (WS-IND-OPE) TO WS-PCT-EDIT.
           MOVE " (" TO LINEA-REPORTE (46:2).
           MOVE WS-PCT-EDIT TO LINEA-REPORTE (48:6).
           MOVE "%) EN " TO LINEA-REPORTE (54:6).
           MOVE OPE-CANT-ANUL (WS-IND-OPE) TO LINEA-REPORTE (60:5).
           MOVE " ANULACIONES" TO LINEA-REPORTE (65:12).
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE OPE-EXO-MONTO (WS-IND-OPE) TO WS-IMPORTE-EDIT.
           STRING "  EXONERACIONES PEDIDAS " DELIMITED BY SIZE
                   OPE-EXO-PEDIDAS (WS-IND-OPE) DELIMITED BY SIZE
                   " ($" DELIMITED BY SIZE
                   WS-IMPORTE-EDIT DELIMITED BY SIZE
                   ")  AUTORIZADAS " DELIMITED BY SIZE
                   OPE-EXO-AUTORIZADAS (WS-IND-OPE) DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE OPE-SOBRANTE (WS-IND-OPE) TO WS-IMPORTE-EDIT.
           STRING "  ARQUEOS " DELIMITED BY SIZE
                   OPE-ARQUEOS (WS-IND-OPE) DELIMITED BY SIZE
                   "  SOBRANTE $" DELIMITED BY SIZE
                   WS-IMPORTE-EDIT DELIMITED BY SIZE
                   "  FALTANTE $" DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           MOVE OPE-FALTANTE (WS-IND-OPE) TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO LINEA-REPORTE (50:11).
           PERFORM 095-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  FUERA DE HORARIO " DELIMITED BY SIZE
                   OPE-FUERA-HORARIO (WS-IND-OPE) DELIMITED BY SIZE
                   "  DIA CERRADO " DELIMITED BY SIZE
                   OPE-DIA-CERRADO (WS-IND-OPE) DELIMITED BY SIZE
                   "  CTA PROPIA " DELIMITED BY SIZE
                   OPE-CUENTA-PROPIA (WS-IND-OPE) DELIMITED BY SIZE
                   "  FAMILIAR " DELIMITED BY SIZE
                   OPE-CUENTA-FAMILIAR (WS-IND-OPE) DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.
           IF OPE-A-REVISAR (WS-IND-OPE)
               PERFORM 093-LINEA-SUPERA
           END-IF.
           PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                   UNTIL WS-IND-EVT > WS-CANT-EVENTOS
               IF EVT-IND-OPE (WS-IND-EVT) = WS-IND-OPE
                   PERFORM 094-LINEA-EVENTO
               END-IF
           END-PERFORM.

      *QUE UMBRALES SUPERA EL OPERADOR MARCADO.
       093-LINEA-SUPERA.
           MOVE SPACES TO WS-SUPERA.
           MOVE 1 TO WS-PTR.
           IF OPE-PCT-ANUL (WS-IND-OPE) > VIG-PCT-ANULACION
               STRING "ANULACIONES " DELIMITED BY SIZE
                       INTO WS-SUPERA WITH POINTER WS-PTR
           END-IF.
           IF OPE-EXO-PEDIDAS (WS-IND-OPE)
                   + OPE-EXO-AUTORIZADAS (WS-IND-OPE)
                   > VIG-EXONERACIONES
               STRING "EXONERACIONES " DELIMITED BY SIZE
                       INTO WS-SUPERA WITH POINTER WS-PTR
           END-IF.
           IF OPE-SOBRANTE (WS-IND-OPE) + OPE-FALTANTE (WS-IND-OPE)
                   > VIG-DIFERENCIA
               STRING "CAJA " DELIMITED BY SIZE
                       INTO WS-SUPERA WITH POINTER WS-PTR
           END-IF.
           IF OPE-FUERA-HORARIO (WS-IND-OPE)
                   + OPE-DIA-CERRADO (WS-IND-OPE)
                   > VIG-FUERA-HORARIO
               STRING "HORARIO " DELIMITED BY SIZE
                       INTO WS-SUPERA WITH POINTER WS-PTR
           END-IF.
           IF OPE-CUENTA-PROPIA (WS-IND-OPE)
                   + OPE-CUENTA-FAMILIAR (WS-IND-OPE)
                   > VIG-CUENTAS-PROPIAS
               STRING "CUENTAS-PROPIAS " DELIMITED BY SIZE
                       INTO WS-SUPERA WITH POINTER WS-PTR
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  SUPERA: " DELIMITED BY SIZE
                   WS-SUPERA DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.

       094-LINEA-EVENTO.
           EVALUATE EVT-CLASE (WS-IND-EVT)
               WHEN "H" MOVE "FUERA DE HORARIO" TO WS-CLASE-TEXTO
               WHEN "C" MOVE "DIA CERRADO"      TO WS-CLASE-TEXTO
               WHEN "P" MOVE "CUENTA PROPIA"    TO WS-CLASE-TEXTO
               WHEN OTHER MOVE "CUENTA FAMILIAR" TO WS-CLASE-TEXTO
           END-EVALUATE.
           MOVE EVT-HORA (WS-IND-EVT) TO WS-HORA-EDIT.
           INSPECT WS-HORA-EDIT REPLACING ALL " " BY ":".
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    " DELIMITED BY SIZE
                   EVT-FECHA (WS-IND-EVT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HORA-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CLASE-TEXTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EVT-DETALLE (WS-IND-EVT) DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 095-ESCRIBIR-LINEA.

      *CADA LINEA VA AL LISTADO Y AL HISTORICO DE REPORTES.
       095-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           MOVE LINEA-REPORTE TO LINEA-REP-ARCHIVO.
           WRITE LINEA-REP-ARCHIVO.
           ADD 1 TO WS-LINEAS-REPORTE.

      *MUESTRA EL HORARIO Y LOS UMBRALES Y PERMITE CAMBIARLOS; ENTER
      *DEJA CADA VALOR COMO ESTA. EL CAMBIO SE AUDITA CAMPO POR
      *CAMPO EN AUDITORIA-PARAMETROS.DAT (TABLA "UMBRAL-REV").
       100-MANTENER-UMBRALES.
           PERFORM 030-LEER-UMBRALES THRU 030-LEER-UMBRALES-EXIT.
           MOVE VIGENTES TO ANT-VIGENTES.
           MOVE VIG-HORA-APERTURA TO WS-HORA-EDIT.
           INSPECT WS-HORA-EDIT REPLACING ALL " " BY ":".
           DISPLAY "APERTURA (HHMM) ........... " WS-HORA-EDIT.
           MOVE VIG-HORA-CIERRE TO WS-HORA-EDIT.
           INSPECT WS-HORA-EDIT REPLACING ALL " " BY ":".
           DISPLAY "CIERRE (HHMM) ............. " WS-HORA-EDIT.
           MOVE VIG-PCT-ANULACION TO WS-PCT-EDIT.
           DISPLAY "% ANULADO SOBRE VENDIDO ... " WS-PCT-EDIT.
           MOVE VIG-EXONERACIONES TO WS-CONTEO-EDIT.
           DISPLAY "EXONERACIONES POR MES ..... " WS-CONTEO-EDIT.
           MOVE VIG-DIFERENCIA TO WS-IMPORTE-EDIT.
           DISPLAY "DIFERENCIAS DE CAJA $ ..... " WS-IMPORTE-EDIT.
           MOVE VIG-FUERA-HORARIO TO WS-CONTEO-EDIT.
           DISPLAY "FUERA DE HORARIO POR MES .. " WS-CONTEO-EDIT.
           MOVE VIG-CUENTAS-PROPIAS TO WS-CONTEO-EDIT.
           DISPLAY "CUENTAS PROPIAS POR MES ... " WS-CONTEO-EDIT.
           DISPLAY "Cambiar (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           IF WS-IMP-TEXTO (1:1) NOT = "S"
               AND WS-IMP-TEXTO (1:1) NOT = "s"
               GO TO 100-MANTENER-UMBRALES-EXIT
           END-IF.

           DISPLAY "Apertura HHMM (ENTER=IGUAL): " WITH NO ADVANCING.
           PERFORM 105-PEDIR-HORA THRU 105-PEDIR-HORA-EXIT.
           IF WS-HORA-TEXTO NOT = SPACES
               MOVE WS-HORA-ENTRADA TO VIG-HORA-APERTURA
           END-IF.
           DISPLAY "Cierre HHMM (ENTER=IGUAL): " WITH NO ADVANCING.
           PERFORM 105-PEDIR-HORA THRU 105-PEDIR-HORA-EXIT.
           IF WS-HORA-TEXTO NOT = SPACES
               MOVE WS-HORA-ENTRADA TO VIG-HORA-CIERRE
           END-IF.
           IF VIG-HORA-CIERRE NOT > VIG-HORA-APERTURA
               DISPLAY "EL CIERRE DEBE SER POSTERIOR A LA APERTURA, "
                       "NO SE GRABA."
               MOVE ANT-VIGENTES TO VIGENTES
               GO TO 100-MANTENER-UMBRALES-EXIT
           END-IF.
           DISPLAY "% anulado sobre vendido (ENTER=IGUAL): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           IF WS-IMP-TEXTO NOT = SPACES
               PERFORM DESCIFRAR-IMPORTE
               MOVE WS-IMPORTE-PARSEADO TO VIG-PCT-ANULACION
           END-IF.
           DISPLAY "Exoneraciones por mes (ENTER=IGUAL): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           IF WS-IMP-TEXTO NOT = SPACES
               PERFORM DESCIFRAR-IMPORTE
               MOVE WS-IMPORTE-PARSEADO TO VIG-EXONERACIONES
           END-IF.
           DISPLAY "Diferencias de caja $ (ENTER=IGUAL): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           IF WS-IMP-TEXTO NOT = SPACES
               PERFORM DESCIFRAR-IMPORTE
               MOVE WS-IMPORTE-PARSEADO TO VIG-DIFERENCIA
           END-IF.
           DISPLAY "Fuera de horario por mes (ENTER=IGUAL): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           IF WS-IMP-TEXTO NOT = SPACES
               PERFORM DESCIFRAR-IMPORTE
               MOVE WS-IMPORTE-PARSEADO TO VIG-FUERA-HORARIO
           END-IF.
           DISPLAY "Cuentas propias por mes (ENTER=IGUAL): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           IF WS-IMP-TEXTO NOT = SPACES
               PERFORM DESCIFRAR-IMPORTE
               MOVE WS-IMPORTE-PARSEADO TO VIG-CUENTAS-PROPIAS
           END-IF.

           OPEN OUTPUT UMBRALES.
           MOVE VIGENTES TO LINEA-UMBRALES.
           WRITE LINEA-UMBRALES.
           CLOSE UMBRALES.
           IF HAY-UMBRALES
               MOVE "M" TO AUDP-OPERACION
           ELSE
               MOVE "A" TO AUDP-OPERACION
           END-IF.
           PERFORM 110-AUDITAR-UMBRALES.
           MOVE "S" TO WS-HAY-UMBRALES.
           DISPLAY "UMBRALES GRABADOS.".
       100-MANTENER-UMBRALES-EXIT.
           EXIT.

      *HORA HHMM TECLEADA EN WS-HORA-TEXTO; SI NO ES UNA HORA
      *VALIDA SE TOMA COMO ENTER.
       105-PEDIR-HORA.
           MOVE SPACES TO WS-HORA-TEXTO.
           ACCEPT WS-HORA-TEXTO.
           IF WS-HORA-TEXTO = SPACES
               GO TO 105-PEDIR-HORA-EXIT
           END-IF.
           IF WS-HORA-TEXTO IS NOT NUMERIC
               DISPLAY "HORA NO VALIDA, QUEDA IGUAL."
               MOVE SPACES TO WS-HORA-TEXTO
               GO TO 105-PEDIR-HORA-EXIT
           END-IF.
           MOVE WS-HORA-TEXTO TO WS-HORA-ENTRADA.
           IF WS-HORA-HH > 24 OR WS-HORA-MM > 59
               OR (WS-HORA-HH = 24 AND WS-HORA-MM NOT = ZEROS)
               DISPLAY "HORA NO VALIDA, QUEDA IGUAL."
               MOVE SPACES TO WS-HORA-TEXTO
           END-IF.
       105-PEDIR-HORA-EXIT.
           EXIT.

       110-AUDITAR-UMBRALES.
           MOVE "UMBRAL-REV"          TO AUDP-TABLA.
           MOVE "REVISION"            TO AUDP-CLAVE.
           MOVE "APERTURA"            TO AUDP-CAMPO.
           MOVE ANT-HORA-APERTURA     TO AUDP-ANTERIOR.
           MOVE VIG-HORA-APERTURA     TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "CIERRE"              TO AUDP-CAMPO.
           MOVE ANT-HORA-CIERRE       TO AUDP-ANTERIOR.
           MOVE VIG-HORA-CIERRE       TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "PCT ANULADO"         TO AUDP-CAMPO.
           MOVE ANT-PCT-ANULACION     TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT           TO AUDP-ANTERIOR.
           MOVE VIG-PCT-ANULACION     TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT           TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "EXONERACIONES"       TO AUDP-CAMPO.
           MOVE ANT-EXONERACIONES     TO AUDP-ANTERIOR.
           MOVE VIG-EXONERACIONES     TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "DIF CAJA"            TO AUDP-CAMPO.
           MOVE ANT-DIFERENCIA        TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT       TO AUDP-ANTERIOR.
           MOVE VIG-DIFERENCIA        TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT       TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "FUERA HORARIO"       TO AUDP-CAMPO.
           MOVE ANT-FUERA-HORARIO     TO AUDP-ANTERIOR.
           MOVE VIG-FUERA-HORARIO     TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "CTAS PROPIAS"        TO AUDP-CAMPO.
           MOVE ANT-CUENTAS-PROPIAS   TO AUDP-ANTERIOR.
           MOVE VIG-CUENTAS-PROPIAS   TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.

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

      *CONVIERTE EL TEXTO DE WS-IMP-TEXTO EN UN IMPORTE CON
      *CENTAVOS EN WS-IMPORTE-PARSEADO, MISMO DESCIFRADO QUE
      *095-DESCIFRAR-IMPORTE EN VENTAS-LOCAL: LOS DIGITOS ANTES DEL
      *PUNTO SON ENTEROS, LOS DOS PRIMEROS DESPUES SON DECIMALES.
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

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "REVISION-OPERADORES " DELIMITED BY SIZE
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
       END PROGRAM REVISION-OPERADORES.
