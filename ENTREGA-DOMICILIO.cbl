       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ENTREGA-DOMICILIO.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *SERVICIO DE ENTREGA A DOMICILIO PARA SOCIOS QUE NO PUEDEN
      *LLEGAR A LA BIBLIOTECA. HASTA AHORA LOS VOLUNTARIOS LLEVABAN
      *EN PAPEL A QUIEN SE VISITABA, QUE SE LE DEJABA Y QUE HABIA
      *LEIDO CADA UNO. EL SOCIO SE INSCRIBE EN DOMICILIO-SOCIOS.DAT
      *CON SU RECORRIDO, DIRECCION DE ENTREGA, TELEFONO, HASTA TRES
      *CATEGORIAS Y UN AUTOR PREFERIDOS, CUANTOS LIBROS LLEVA POR
      *VISITA E INDICACIONES PARA EL VOLUNTARIO. LA RONDA SE PLANIFICA
      *POR FECHA (Y RECORRIDO): CADA VISITA QUEDA EN
      *DOMICILIO-VISITAS.DAT Y SALE SU HOJA DE RUTA EN
      *HOJA-RUTA-DOMICILIO.LST CON LO QUE HAY QUE RETIRAR Y UNA
      *SELECCION SUGERIDA DEL CATALOGO SEGUN SUS PREFERENCIAS, QUE
      *DEJA AFUERA TODO LO QUE YA FIGURA EN SU HISTORIA DE PRESTAMOS
      *(REG-PRESTAMOS.DAT MAS PRESTAMOS-HISTORICO.DAT) Y NO REPITE
      *EN LA MISMA RONDA MAS EJEMPLARES DE LOS DISPONIBLES. AL
      *VOLVER EL VOLUNTARIO SE REGISTRA LA VISITA: LO ENTREGADO SALE
      *COMO PRESTAMO COMUN EN REG-PRESTAMOS.DAT CON SUCURSAL "DOM" Y
      *UN VENCIMIENTO LARGO, Y LO RETIRADO SE CIERRA COMO DEVOLUCION;
      *EL CATALOGO Y LAS EXISTENCIAS DE LA SEDE SE AJUSTAN IGUAL QUE
      *EN PRESTAMO-BLOQUE. LOS PRESTAMOS "DOM" NO RECIBEN CARTAS DE
      *ATRASO NI MULTAS (CARTAS-ATRASO, PROG-PAGOS-F, SUSPENSION-AUTO)
      *Y REP-ANUAL CUENTA LAS ENTREGAS DEL ANIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMICILIO-SOCIOS ASSIGN TO "DOMICILIO-SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-SOCIO-ID
               FILE STATUS IS FS-DOMICILIO.

           SELECT DOMICILIO-VISITAS ASSIGN TO "DOMICILIO-VISITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-CLAVE
               FILE STATUS IS FS-VISITAS.

      *VISTA PARCIAL DE LA FICHA DE ENTIDADES: NOMBRE, DOMICILIO Y
      *SUSPENSION.
           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *PRESTAMOS: HISTORIA DEL SOCIO POR LA LLAVE ALTERNA DE SOCIO,
      *ALTA DE LO ENTREGADO Y CIERRE DE LO RETIRADO.
           SELECT REG-PRESTAMOS ASSIGN TO "REG-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRESTAMO-CLAVE
               ALTERNATE RECORD KEY IS PRESTAMO-LIBRO-ID
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRESTAMO-SOCIO-ID
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-PRESTAMOS.

      *PRESTAMOS YA ARCHIVADOS POR ARCHIVA-PRESTAMOS: EL RESTO DE LA
      *HISTORIA DE LECTURA DEL SOCIO.
           SELECT HISTORICO ASSIGN TO "PRESTAMOS-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

      *VISTA PARCIAL DEL CATALOGO: TITULO, ESTADO, CONTADORES,
      *CATEGORIA Y AUTOR.
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

           SELECT HOJA-RUTA ASSIGN TO "HOJA-RUTA-DOMICILIO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOJA.

           SELECT REPORTE-INS ASSIGN TO "DOMICILIO-INSCRIPTOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *JORNAL DE IMAGENES POSTERIORES (JORNAL-DIARIO.DAT), MISMO
      *ESQUEMA QUE REGISTROLIBROS.
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

      *UNA FICHA POR SOCIO INSCRIPTO EN EL SERVICIO.
       FD DOMICILIO-SOCIOS.
       01 DATOS-DOMICILIO.
           05 DOM-SOCIO-ID            PIC 9(6).
      *RECORRIDO DEL VOLUNTARIO (ZONA), PARA ARMAR LAS RONDAS.
           05 DOM-RECORRIDO           PIC X(2).
           05 DOM-DIRECCION           PIC X(40).
           05 DOM-TELEFONO            PIC X(15).
           05 DOM-PREFERENCIAS.
               10 DOM-CATEGORIA OCCURS 3 TIMES PIC X(15).
               10 DOM-AUTOR           PIC X(20).
           05 DOM-CANT-LIBROS         PIC 9(1).
      *INDICACIONES PARA EL VOLUNTARIO (LETRA GRANDE, TIMBRE, ETC.).
           05 DOM-INDICACIONES        PIC X(40).
           05 DOM-ESTADO              PIC X(1).
               88 DOM-ACTIVO          VALUE "A".
               88 DOM-BAJA            VALUE "B".
           05 DOM-FECHA-ALTA          PIC 9(8).
           05 DOM-FECHA-BAJA          PIC 9(8).
           05 DOM-ULTIMA-VISITA       PIC 9(8).

      *UNA VISITA POR SOCIO Y FECHA DE RONDA, CON LA SELECCION
      *SUGERIDA Y LO QUE SE ENTREGO Y RETIRO.
       FD DOMICILIO-VISITAS.
       01 DATOS-VISITA.
           05 VIS-CLAVE.
               10 VIS-FECHA           PIC 9(8).
               10 VIS-SOCIO-ID        PIC 9(6).
           05 VIS-RECORRIDO           PIC X(2).
           05 VIS-VOLUNTARIO          PIC X(20).
           05 VIS-ESTADO              PIC X(1).
               88 VIS-PLANIFICADA     VALUE "P".
               88 VIS-REALIZADA       VALUE "E".
               88 VIS-NO-REALIZADA    VALUE "N".
           05 VIS-SUGERIDOS.
               10 VIS-SUGERIDO OCCURS 6 TIMES PIC 9(6).
           05 VIS-CANT-ENTREGADOS     PIC 9(2).
           05 VIS-CANT-RETIRADOS      PIC 9(2).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(70).
           05 SOCIO-DOMICILIO-STATUS  PIC X(40).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(8).
           05 SOCIO-SUSPENDIDO-STATUS PIC X(01).
               88 SOCIO-ESTA-SUSPENDIDO VALUE "S" "s".
           05 FILLER                  PIC X(334).

       FD REG-PRESTAMOS.
       01 DATOS-PRESTAMO.
           05 PRESTAMO-CLAVE.
               10 PRESTAMO-LIBRO-ID        PIC 9(6).
               10 PRESTAMO-SOCIO-ID        PIC 9(6).
               10 PRESTAMO-FECHA-PRESTAMO  PIC 9(8).
           05 PRESTAMO-FECHA-VENCIMIENTO   PIC 9(8).
           05 PRESTAMO-FECHA-DEVOLUCION    PIC 9(8).
           05 PRESTAMO-ESTADO              PIC X(01).
               88 PRESTAMO-ACTIVO          VALUE "A".
               88 PRESTAMO-DEVUELTO        VALUE "D".
           05 PRESTAMO-RENOVACIONES        PIC 9(01).
      *"DOM": PRESTAMO DE ENTREGA A DOMICILIO.
           05 PRESTAMO-SUCURSAL            PIC X(03).
               88 PRESTAMO-DOMICILIO       VALUE "DOM".
           05 PRESTAMO-NIVEL-AVISO         PIC 9(01).

       FD HISTORICO.
       01 LINEA-HISTORICO.
           05 HIST-LIBRO-ID             PIC 9(6).
           05 HIST-SOCIO-ID             PIC 9(6).
           05 HIST-FECHA-PRESTAMO       PIC 9(8).
           05 HIST-FECHA-VENCIMIENTO    PIC 9(8).
           05 HIST-FECHA-DEVOLUCION     PIC 9(8).
           05 HIST-ESTADO               PIC X(01).
           05 HIST-RENOVACIONES         PIC 9(01).
           05 HIST-SUCURSAL             PIC X(03).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           05 NOMBRE-STATUS               PIC X(60).
           05 FILLER                      PIC X(20).
           05 ESTADO-STATUS               PIC X(12).
               88 TITULO-FUERA-DE-USO     VALUE "BAJA" "EXTRAVIADO".
           05 CANTIDAD-EJEMPLARES-STATUS  PIC 9(3).
           05 EJEMPLARES-DISPONIBLES-STATUS PIC 9(3).
           05 FILLER                      PIC X(13).
           05 CATEGORIA-STATUS            PIC X(15).
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

       FD HOJA-RUTA.
       01 LINEA-HOJA                  PIC X(80).

       FD REPORTE-INS.
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
       77 FS-DOMICILIO             PIC XX.
           88 ESTA-DOMICILIO       VALUE "00" "02".
           88 FIN-DOMICILIO        VALUE "10".
           88 F-NOEXISTE-DOM       VALUE "35".

       77 FS-VISITAS               PIC XX.
           88 ESTA-VISITA          VALUE "00" "02".
           88 F-NOEXISTE-VIS       VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-REG-PRESTAMOS         PIC XX.
           88 ESTA-REG-PRE         VALUE "00" "02".
           88 FIN-REG-PRE          VALUE "10".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-HISTORICO             PIC XX.
           88 FIN-HISTORICO        VALUE "10".
           88 F-NOEXISTE-HIST      VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 FIN-REG-LIB          VALUE "10".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-EXISTENCIAS           PIC XX.
           88 F-NOEXISTE-EXI       VALUE "35".

       77 FS-CALENDARIO            PIC XX.
           88 FIN-CALENDARIO       VALUE "10".
           88 F-NOEXISTE-CAL       VALUE "35".

       77 FS-HOJA                  PIC XX.

       77 FS-REPORTE               PIC XX.

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
       77 WS-FECHA-RONDA           PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-VALIDA          PIC X VALUE "N".
           88 FECHA-VALIDA         VALUE "S".
       77 WS-FECHA-VENC            PIC 9(8) VALUE ZEROS.
       77 WS-RECORRIDO             PIC X(2) VALUE SPACES.
       77 WS-VOLUNTARIO            PIC X(20) VALUE SPACES.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-NOMBRE-SOCIO          PIC X(40) VALUE SPACES.
       77 WS-DOMICILIO-SOCIO       PIC X(40) VALUE SPACES.
       77 WS-SOCIO-HALLADO         PIC X VALUE "N".
           88 SOCIO-HALLADO        VALUE "S".
       77 WS-SOCIO-SUSP            PIC X VALUE "N".
           88 SOCIO-SUSPENDIDO     VALUE "S".
       77 WS-LIBRO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-TITULO                PIC X(60) VALUE SPACES.
       77 WS-CONFIRMA              PIC X VALUE "N".
       77 WS-ENTRADA               PIC X(40) VALUE SPACES.
       77 WS-CANT-ENTRADA          PIC 9(1) VALUE ZEROS.
       77 WS-IND                   PIC 9(3) VALUE ZEROS.
       77 WS-FICHA-NUEVA           PIC X VALUE "N".
           88 FICHA-NUEVA          VALUE "S".
       77 WS-VISITA-NUEVA          PIC X VALUE "N".
           88 VISITA-NUEVA         VALUE "S".
       77 WS-CANT-RONDA            PIC 9(3) VALUE ZEROS.
       77 WS-CANT-ACTIVOS          PIC 9(3) VALUE ZEROS.
       77 WS-TOTAL-EN-CASA         PIC 9(4) VALUE ZEROS.
       77 WS-CANT-ENTREGADOS       PIC 9(2) VALUE ZEROS.
       77 WS-CANT-RETIRADOS        PIC 9(2) VALUE ZEROS.
       77 WS-PRESTAMO-HALLADO      PIC X VALUE "N".
           88 PRESTAMO-HALLADO     VALUE "S".

      *PRESTAMO DE ENTREGA A DOMICILIO: SUCURSAL QUE LO MARCA Y
      *PLAZO EN DIAS (SE CORRE A DIA ABIERTO COMO CUALQUIER
      *VENCIMIENTO).
       77 SUCURSAL-DOMICILIO       PIC X(3) VALUE "DOM".
       77 DIAS-PRESTAMO-DOMICILIO  PIC 9(3) VALUE 56.
      *LIBROS POR VISITA CUANDO LA FICHA NO LO DICE, Y TOPE.
       77 LIBROS-POR-VISITA        PIC 9(1) VALUE 3.
       77 MAX-SUGERIDOS            PIC 9(1) VALUE 6.
       77 WS-MAX-SUG               PIC 9(1) VALUE ZEROS.
       77 WS-CANT-SUG              PIC 9(1) VALUE ZEROS.
       77 WS-SIN-PREFERENCIAS      PIC X VALUE "N".
           88 SIN-PREFERENCIAS     VALUE "S".
       77 WS-ELEGIBLE              PIC X VALUE "N".
           88 TITULO-ELEGIBLE      VALUE "S".
       77 WS-COINCIDE              PIC X VALUE "N".
           88 COINCIDE-PREFERENCIA VALUE "S".

      *HISTORIA DE LECTURA DEL SOCIO: LIBRO-ID DE TODOS SUS
      *PRESTAMOS, VIVOS Y ARCHIVADOS.
       77 MAX-LEIDOS               PIC 9(4) VALUE 600.
       01 TABLA-LEIDOS.
           05 LEI-LIBRO-ID OCCURS 600 TIMES PIC 9(6).
       77 WS-CANT-LEIDOS           PIC 9(4) VALUE ZEROS.
       77 WS-IND-LEI               PIC 9(4) VALUE ZEROS.
       77 WS-LIBRO-LEIDO           PIC 9(6) VALUE ZEROS.
       77 WS-YA-LEIDO              PIC X VALUE "N".
           88 LIBRO-YA-LEIDO       VALUE "S".

      *LIBROS QUE EL SOCIO TIENE EN CASA (PRESTAMOS "DOM" ACTIVOS),
      *PARA LA HOJA DE RUTA.
       77 MAX-EN-CASA              PIC 9(2) VALUE 20.
       01 TABLA-EN-CASA.
           05 CAS-ENT OCCURS 20 TIMES.
               10 CAS-LIBRO-ID     PIC 9(6).
               10 CAS-VENCIMIENTO  PIC 9(8).
       77 WS-CANT-EN-CASA          PIC 9(2) VALUE ZEROS.

      *TITULOS YA SUGERIDOS EN LA RONDA, PARA NO SUGERIR MAS
      *EJEMPLARES DE LOS QUE HAY DISPONIBLES.
       77 MAX-RONDA                PIC 9(3) VALUE 300.
       01 TABLA-RONDA.
           05 RON-ENT OCCURS 300 TIMES.
               10 RON-LIBRO-ID     PIC 9(6).
               10 RON-CANT         PIC 9(3).
       77 WS-CANT-TRONDA           PIC 9(3) VALUE ZEROS.
       77 WS-IND-RON               PIC 9(3) VALUE ZEROS.

      *AJUSTE DE EXISTENCIAS DE LA SEDE, MISMO ESQUEMA QUE
      *PRESTAMO-BLOQUE.
       77 SUCURSAL-SEDE            PIC X(3) VALUE "SED".
       77 AUX-EXI-LIBRO-ID         PIC 9(6) VALUE ZEROS.
       77 AUX-EXI-DELTA-DISP       PIC S9(3) VALUE ZEROS.
       77 AUX-EXI-NUEVO-DISP       PIC S9(4) VALUE ZEROS.

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
               DISPLAY "===== ENTREGA A DOMICILIO ====="
               DISPLAY "1. INSCRIBIR O MODIFICAR UN SOCIO"
               DISPLAY "2. DAR DE BAJA UN SOCIO DEL SERVICIO"
               DISPLAY "3. PLANIFICAR UNA RONDA (HOJAS DE RUTA)"
               DISPLAY "4. REGISTRAR UNA VISITA (ENTREGAS Y RETIROS)"
               DISPLAY "5. LISTADO DE SOCIOS INSCRIPTOS"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-INSCRIBIR-SOCIO
                                  THRU 020-INSCRIBIR-SOCIO-EXIT
                   WHEN 2 PERFORM 030-BAJA-SOCIO
                                  THRU 030-BAJA-SOCIO-EXIT
                   WHEN 3 PERFORM 040-PLANIFICAR-RONDA
                                  THRU 040-PLANIFICAR-RONDA-EXIT
                   WHEN 4 PERFORM 070-REGISTRAR-VISITA
                                  THRU 070-REGISTRAR-VISITA-EXIT
                   WHEN 5 PERFORM 090-LISTADO-INSCRIPTOS
                                  THRU 090-LISTADO-INSCRIPTOS-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *ALTA O MODIFICACION DE LA FICHA DEL SERVICIO. EN LA
      *MODIFICACION, ENTER CONSERVA EL VALOR ACTUAL Y "-" LO BORRA.
      *LA DIRECCION DE ENTREGA ARRANCA CON EL DOMICILIO DE LA FICHA
      *DE ENTIDADES.
       020-INSCRIBIR-SOCIO.
           DISPLAY "SOCIO: " WITH NO ADVANCING.
           ACCEPT WS-SOCIO-ID.
           IF WS-SOCIO-ID = ZEROS
               GO TO 020-INSCRIBIR-SOCIO-EXIT
           END-IF.
           PERFORM 072-LEER-SOCIO THRU 072-LEER-SOCIO-EXIT.
           IF NOT SOCIO-HALLADO
               DISPLAY "EL SOCIO NO EXISTE."
               GO TO 020-INSCRIBIR-SOCIO-EXIT
           END-IF.
           DISPLAY "SOCIO: " WS-NOMBRE-SOCIO.
           IF SOCIO-SUSPENDIDO
               DISPLAY "ATENCION: EL SOCIO ESTA SUSPENDIDO."
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 095-ABRIR-DOMICILIO.
           MOVE WS-SOCIO-ID TO DOM-SOCIO-ID.
           READ DOMICILIO-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-DOMICILIO
               MOVE "N" TO WS-FICHA-NUEVA
               DISPLAY "YA INSCRIPTO (ESTADO " DOM-ESTADO
                       "), SE MODIFICA LA FICHA."
           ELSE
               MOVE "S" TO WS-FICHA-NUEVA
               INITIALIZE DATOS-DOMICILIO
               MOVE WS-SOCIO-ID        TO DOM-SOCIO-ID
               MOVE WS-DOMICILIO-SOCIO TO DOM-DIRECCION
               MOVE LIBROS-POR-VISITA  TO DOM-CANT-LIBROS
               MOVE WS-FECHA-HOY       TO DOM-FECHA-ALTA
           END-IF.
           DISPLAY "RECORRIDO [" DOM-RECORRIDO "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO DOM-RECORRIDO
           END-IF.
           IF DOM-RECORRIDO = SPACES
               MOVE "01" TO DOM-RECORRIDO
           END-IF.
           DISPLAY "DIRECCION DE ENTREGA [" DOM-DIRECCION "]: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO DOM-DIRECCION
           END-IF.
           DISPLAY "TELEFONO [" DOM-TELEFONO "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = "-"
               MOVE SPACES TO DOM-TELEFONO
           ELSE
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO DOM-TELEFONO
               END-IF
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               DISPLAY "CATEGORIA PREFERIDA " WS-IND " ["
                       DOM-CATEGORIA (WS-IND) "]: " WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = "-"
                   MOVE SPACES TO DOM-CATEGORIA (WS-IND)
               ELSE
                   IF WS-ENTRADA NOT = SPACES
                       MOVE WS-ENTRADA TO DOM-CATEGORIA (WS-IND)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "AUTOR PREFERIDO [" DOM-AUTOR "]: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = "-"
               MOVE SPACES TO DOM-AUTOR
           ELSE
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO DOM-AUTOR
               END-IF
           END-IF.
           DISPLAY "LIBROS POR VISITA (1-" MAX-SUGERIDOS ") ["
                   DOM-CANT-LIBROS "]: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-CANT-ENTRADA.
           ACCEPT WS-CANT-ENTRADA.
           IF WS-CANT-ENTRADA NOT = ZEROS
               IF WS-CANT-ENTRADA > MAX-SUGERIDOS
                   MOVE MAX-SUGERIDOS TO DOM-CANT-LIBROS
               ELSE
                   MOVE WS-CANT-ENTRADA TO DOM-CANT-LIBROS
               END-IF
           END-IF.
           DISPLAY "INDICACIONES [" DOM-INDICACIONES "]: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = "-"
               MOVE SPACES TO DOM-INDICACIONES
           ELSE
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO DOM-INDICACIONES
               END-IF
           END-IF.
           IF NOT DOM-ACTIVO
               MOVE WS-FECHA-HOY TO DOM-FECHA-ALTA
           END-IF.
           SET DOM-ACTIVO TO TRUE.
           MOVE ZEROS TO DOM-FECHA-BAJA.
           IF FICHA-NUEVA
               WRITE DATOS-DOMICILIO
                   INVALID KEY DISPLAY "ERROR AL GRABAR LA FICHA."
               END-WRITE
               DISPLAY "SOCIO " WS-SOCIO-ID " INSCRIPTO EN EL "
                       "RECORRIDO " DOM-RECORRIDO "."
           ELSE
               REWRITE DATOS-DOMICILIO
                   INVALID KEY DISPLAY "ERROR AL GRABAR LA FICHA."
               END-REWRITE
               DISPLAY "FICHA DEL SOCIO " WS-SOCIO-ID " ACTUALIZADA."
           END-IF.
           CLOSE DOMICILIO-SOCIOS.
       020-INSCRIBIR-SOCIO-EXIT.
           EXIT.

      *BAJA DEL SERVICIO: LA FICHA QUEDA (ESTADO "B") PARA QUE LA
      *HISTORIA SIGA A MANO; SI TIENE LIBROS EN CASA SE AVISA PARA
      *PROGRAMAR EL RETIRO.
       030-BAJA-SOCIO.
           DISPLAY "SOCIO: " WITH NO ADVANCING.
           ACCEPT WS-SOCIO-ID.
           IF WS-SOCIO-ID = ZEROS
               GO TO 030-BAJA-SOCIO-EXIT
           END-IF.
           OPEN I-O DOMICILIO-SOCIOS.
           IF F-NOEXISTE-DOM
               DISPLAY "NO HAY SOCIOS INSCRIPTOS."
               CLOSE DOMICILIO-SOCIOS
               GO TO 030-BAJA-SOCIO-EXIT
           END-IF.
           MOVE WS-SOCIO-ID TO DOM-SOCIO-ID.
           READ DOMICILIO-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-DOMICILIO
               DISPLAY "EL SOCIO NO ESTA INSCRIPTO EN EL SERVICIO."
               CLOSE DOMICILIO-SOCIOS
               GO TO 030-BAJA-SOCIO-EXIT
           END-IF.
           IF DOM-BAJA
               DISPLAY "EL SOCIO YA ESTA DADO DE BAJA DESDE EL "
                       DOM-FECHA-BAJA "."
               CLOSE DOMICILIO-SOCIOS
               GO TO 030-BAJA-SOCIO-EXIT
           END-IF.
           DISPLAY "CONFIRMA LA BAJA DEL SERVICIO (S/N): "
                   WITH NO ADVANCING.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               CLOSE DOMICILIO-SOCIOS
               GO TO 030-BAJA-SOCIO-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           SET DOM-BAJA TO TRUE.
           MOVE WS-FECHA-HOY TO DOM-FECHA-BAJA.
           REWRITE DATOS-DOMICILIO END-REWRITE.
           CLOSE DOMICILIO-SOCIOS.
           DISPLAY "SOCIO " WS-SOCIO-ID " DADO DE BAJA DEL SERVICIO.".
           OPEN INPUT REG-PRESTAMOS.
           PERFORM 080-CARGAR-PRESTAMOS-SOCIO
                   THRU 080-CARGAR-PRESTAMOS-SOCIO-EXIT.
           CLOSE REG-PRESTAMOS.
           IF WS-CANT-EN-CASA > ZEROS
               DISPLAY "TIENE " WS-CANT-EN-CASA " LIBROS EN CASA: "
                       "PROGRAMAR EL RETIRO."
           END-IF.
       030-BAJA-SOCIO-EXIT.
           EXIT.

      *RONDA DE ENTREGAS: UNA VISITA POR CADA SOCIO ACTIVO DEL
      *RECORRIDO PEDIDO (EN BLANCO, TODOS), CON SU SELECCION
      *SUGERIDA, Y LAS HOJAS DE RUTA EN HOJA-RUTA-DOMICILIO.LST.
      *UNA VISITA YA PLANIFICADA PARA ESA FECHA SE VUELVE A ARMAR;
      *LA YA REGISTRADA NO SE TOCA.
       040-PLANIFICAR-RONDA.
           DISPLAY "FECHA DE LA RONDA (AAAAMMDD, 0 = HOY): "
                   WITH NO ADVANCING.
           ACCEPT WS-FECHA-RONDA.
           PERFORM 065-VALIDAR-FECHA-RONDA.
           IF NOT FECHA-VALIDA
               GO TO 040-PLANIFICAR-RONDA-EXIT
           END-IF.
           DISPLAY "RECORRIDO (EN BLANCO = TODOS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-RECORRIDO.
           ACCEPT WS-RECORRIDO.
           DISPLAY "VOLUNTARIO: " WITH NO ADVANCING.
           MOVE SPACES TO WS-VOLUNTARIO.
           ACCEPT WS-VOLUNTARIO.
           OPEN INPUT DOMICILIO-SOCIOS.
           IF F-NOEXISTE-DOM
               DISPLAY "NO HAY SOCIOS INSCRIPTOS."
               CLOSE DOMICILIO-SOCIOS
               GO TO 040-PLANIFICAR-RONDA-EXIT
           END-IF.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               CLOSE DOMICILIO-SOCIOS
               GO TO 040-PLANIFICAR-RONDA-EXIT
           END-IF.
           PERFORM 097-ABRIR-VISITAS.
           OPEN INPUT REG-PRESTAMOS.
           OPEN OUTPUT HOJA-RUTA.
           MOVE ZEROS TO WS-CANT-RONDA.
           MOVE ZEROS TO WS-CANT-TRONDA.
           MOVE ZEROS TO DOM-SOCIO-ID.
           START DOMICILIO-SOCIOS KEY IS NOT LESS THAN DOM-SOCIO-ID
               INVALID KEY SET FIN-DOMICILIO TO TRUE
           END-START.
           IF NOT FIN-DOMICILIO
               READ DOMICILIO-SOCIOS NEXT RECORD AT END
                   SET FIN-DOMICILIO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-DOMICILIO
               IF DOM-ACTIVO
                  AND (WS-RECORRIDO = SPACES
                       OR DOM-RECORRIDO = WS-RECORRIDO)
                   PERFORM 045-PLANIFICAR-VISITA
                           THRU 045-PLANIFICAR-VISITA-EXIT
               END-IF
               READ DOMICILIO-SOCIOS NEXT RECORD AT END
                   SET FIN-DOMICILIO TO TRUE END-READ
           END-PERFORM.
           CLOSE HOJA-RUTA.
           CLOSE REG-PRESTAMOS.
           CLOSE DOMICILIO-VISITAS.
           CLOSE REG-LIBROS.
           CLOSE DOMICILIO-SOCIOS.
           DISPLAY "RONDA DEL " WS-FECHA-RONDA ": " WS-CANT-RONDA
                   " VISITAS. HOJAS EN HOJA-RUTA-DOMICILIO.LST.".
       040-PLANIFICAR-RONDA-EXIT.
           EXIT.

       045-PLANIFICAR-VISITA.
           MOVE WS-FECHA-RONDA TO VIS-FECHA.
           MOVE DOM-SOCIO-ID   TO VIS-SOCIO-ID.
           READ DOMICILIO-VISITAS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-VISITA
               IF NOT VIS-PLANIFICADA
                   DISPLAY "SOCIO " DOM-SOCIO-ID ": VISITA DEL "
                           WS-FECHA-RONDA " YA REGISTRADA."
                   GO TO 045-PLANIFICAR-VISITA-EXIT
               END-IF
               MOVE "N" TO WS-VISITA-NUEVA
           ELSE
               MOVE "S" TO WS-VISITA-NUEVA
           END-IF.
           MOVE DOM-SOCIO-ID TO WS-SOCIO-ID.
           PERFORM 072-LEER-SOCIO THRU 072-LEER-SOCIO-EXIT.
           PERFORM 080-CARGAR-PRESTAMOS-SOCIO
                   THRU 080-CARGAR-PRESTAMOS-SOCIO-EXIT.
           PERFORM 085-CARGAR-HISTORICO-SOCIO
                   THRU 085-CARGAR-HISTORICO-SOCIO-EXIT.
           PERFORM 050-SUGERIR-TITULOS THRU 050-SUGERIR-TITULOS-EXIT.
           MOVE WS-FECHA-RONDA TO VIS-FECHA.
           MOVE DOM-SOCIO-ID   TO VIS-SOCIO-ID.
           MOVE DOM-RECORRIDO  TO VIS-RECORRIDO.
           MOVE WS-VOLUNTARIO  TO VIS-VOLUNTARIO.
           SET VIS-PLANIFICADA TO TRUE.
           MOVE ZEROS          TO VIS-CANT-ENTREGADOS.
           MOVE ZEROS          TO VIS-CANT-RETIRADOS.
           IF VISITA-NUEVA
               WRITE DATOS-VISITA
                   INVALID KEY DISPLAY "ERROR AL GRABAR LA VISITA."
               END-WRITE
           ELSE
               REWRITE DATOS-VISITA
                   INVALID KEY DISPLAY "ERROR AL GRABAR LA VISITA."
               END-REWRITE
           END-IF.
           PERFORM 060-ESCRIBIR-HOJA.
           ADD 1 TO WS-CANT-RONDA.
       045-PLANIFICAR-VISITA-EXIT.
           EXIT.

      *SELECCION SUGERIDA: RECORRE EL CATALOGO (ABIERTO DE ENTRADA)
      *Y SE QUEDA CON LOS PRIMEROS TITULOS ELEGIBLES HASTA LOS
      *LIBROS POR VISITA DE LA FICHA. QUEDAN EN VIS-SUGERIDO.
       050-SUGERIR-TITULOS.
           MOVE ZEROS TO VIS-SUGERIDOS.
           MOVE ZEROS TO WS-CANT-SUG.
           MOVE DOM-CANT-LIBROS TO WS-MAX-SUG.
           IF WS-MAX-SUG = ZEROS
               MOVE LIBROS-POR-VISITA TO WS-MAX-SUG
           END-IF.
           IF WS-MAX-SUG > MAX-SUGERIDOS
               MOVE MAX-SUGERIDOS TO WS-MAX-SUG
           END-IF.
           MOVE "N" TO WS-SIN-PREFERENCIAS.
           IF DOM-PREFERENCIAS = SPACES
               MOVE "S" TO WS-SIN-PREFERENCIAS
           END-IF.
           MOVE ZEROS TO LIBRO-ID-STATUS.
           START REG-LIBROS KEY IS NOT LESS THAN LIBRO-ID-STATUS
               INVALID KEY GO TO 050-SUGERIR-TITULOS-EXIT
           END-START.
           READ REG-LIBROS NEXT RECORD AT END SET FIN-REG-LIB
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-LIB OR WS-CANT-SUG NOT < WS-MAX-SUG
               PERFORM 055-EVALUAR-TITULO
                       THRU 055-EVALUAR-TITULO-EXIT
               IF TITULO-ELEGIBLE
                   ADD 1 TO WS-CANT-SUG
                   MOVE LIBRO-ID-STATUS TO VIS-SUGERIDO (WS-CANT-SUG)
                   PERFORM 057-ANOTAR-EN-RONDA
               END-IF
               READ REG-LIBROS NEXT RECORD AT END SET FIN-REG-LIB
                       TO TRUE END-READ
           END-PERFORM.
       050-SUGERIR-TITULOS-EXIT.
           EXIT.

      *UN TITULO ES ELEGIBLE SI ESTA EN USO, TIENE EJEMPLARES
      *DISPONIBLES QUE NO SE SUGIRIERON YA EN ESTA RONDA, COINCIDE
      *CON ALGUNA PREFERENCIA (SIN PREFERENCIAS VALE CUALQUIERA) Y
      *NO FIGURA EN LA HISTORIA DEL SOCIO.
       055-EVALUAR-TITULO.
           MOVE "N" TO WS-ELEGIBLE.
           IF TITULO-FUERA-DE-USO
              OR EJEMPLARES-DISPONIBLES-STATUS = ZEROS
               GO TO 055-EVALUAR-TITULO-EXIT
           END-IF.
           IF NOT SIN-PREFERENCIAS
               MOVE "N" TO WS-COINCIDE
               PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
                   IF DOM-CATEGORIA (WS-IND) NOT = SPACES
                      AND DOM-CATEGORIA (WS-IND) = CATEGORIA-STATUS
                       MOVE "S" TO WS-COINCIDE
                   END-IF
               END-PERFORM
               IF DOM-AUTOR NOT = SPACES AND DOM-AUTOR = AUTOR-STATUS
                   MOVE "S" TO WS-COINCIDE
               END-IF
               IF NOT COINCIDE-PREFERENCIA
                   GO TO 055-EVALUAR-TITULO-EXIT
               END-IF
           END-IF.
           MOVE LIBRO-ID-STATUS TO WS-LIBRO-LEIDO.
           PERFORM 083-BUSCAR-LEIDO.
           IF LIBRO-YA-LEIDO
               GO TO 055-EVALUAR-TITULO-EXIT
           END-IF.
           PERFORM 058-BUSCAR-EN-RONDA.
           IF WS-IND-RON NOT = ZEROS
               IF RON-CANT (WS-IND-RON) NOT <
                       EJEMPLARES-DISPONIBLES-STATUS
                   GO TO 055-EVALUAR-TITULO-EXIT
               END-IF
           END-IF.
           MOVE "S" TO WS-ELEGIBLE.
       055-EVALUAR-TITULO-EXIT.
           EXIT.

       057-ANOTAR-EN-RONDA.
           PERFORM 058-BUSCAR-EN-RONDA.
           IF WS-IND-RON NOT = ZEROS
               ADD 1 TO RON-CANT (WS-IND-RON)
           ELSE
               IF WS-CANT-TRONDA < MAX-RONDA
                   ADD 1 TO WS-CANT-TRONDA
                   MOVE LIBRO-ID-STATUS
                           TO RON-LIBRO-ID (WS-CANT-TRONDA)
                   MOVE 1 TO RON-CANT (WS-CANT-TRONDA)
               END-IF
           END-IF.

      *DEJA EN WS-IND-RON LA POSICION DE LIBRO-ID-STATUS EN LA
      *TABLA DE LA RONDA (CERO SI TODAVIA NO SE SUGIRIO).
       058-BUSCAR-EN-RONDA.
           MOVE ZEROS TO WS-IND-RON.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-TRONDA OR WS-IND-RON > 0
               IF RON-LIBRO-ID (WS-IND) = LIBRO-ID-STATUS
                   MOVE WS-IND TO WS-IND-RON
               END-IF
           END-PERFORM.

      *HOJA DE RUTA DE UNA VISITA: DATOS DE ENTREGA, LO QUE HAY QUE
      *RETIRAR, LA SELECCION SUGERIDA Y LUGAR PARA ANOTAR Y FIRMAR.
       060-ESCRIBIR-HOJA.
           MOVE ALL "=" TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           STRING "HOJA DE RUTA - RONDA DEL " DELIMITED BY SIZE
                   WS-FECHA-RONDA        DELIMITED BY SIZE
                   "  RECORRIDO "        DELIMITED BY SIZE
                   DOM-RECORRIDO         DELIMITED BY SIZE
                   "  VOLUNTARIO: "      DELIMITED BY SIZE
                   WS-VOLUNTARIO         DELIMITED BY SIZE
                   INTO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           STRING "SOCIO "               DELIMITED BY SIZE
                   DOM-SOCIO-ID          DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-NOMBRE-SOCIO       DELIMITED BY SIZE
                   INTO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           STRING "DIRECCION: "          DELIMITED BY SIZE
                   DOM-DIRECCION         DELIMITED BY SIZE
                   " TEL: "              DELIMITED BY SIZE
                   DOM-TELEFONO          DELIMITED BY SIZE
                   INTO LINEA-HOJA.
           WRITE LINEA-HOJA.
           IF DOM-INDICACIONES NOT = SPACES
               MOVE SPACES TO LINEA-HOJA
               STRING "INDICACIONES: "   DELIMITED BY SIZE
                       DOM-INDICACIONES  DELIMITED BY SIZE
                       INTO LINEA-HOJA
               WRITE LINEA-HOJA
           END-IF.
           MOVE SPACES TO LINEA-HOJA.
           STRING "PREFIERE: "           DELIMITED BY SIZE
                   DOM-CATEGORIA (1)     DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   DOM-CATEGORIA (2)     DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   DOM-CATEGORIA (3)     DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   DOM-AUTOR             DELIMITED BY SIZE
                   INTO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE ALL "-" TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           STRING "A RETIRAR: "          DELIMITED BY SIZE
                   WS-CANT-EN-CASA       DELIMITED BY SIZE
                   " LIBROS"             DELIMITED BY SIZE
                   INTO LINEA-HOJA.
           WRITE LINEA-HOJA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-EN-CASA
               MOVE CAS-LIBRO-ID (WS-IND) TO WS-LIBRO-ID
               PERFORM 140-BUSCAR-TITULO
               MOVE SPACES TO LINEA-HOJA
               STRING "  [ ] "              DELIMITED BY SIZE
                       WS-LIBRO-ID          DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       WS-TITULO (1:45)     DELIMITED BY SIZE
                       " VENCE "            DELIMITED BY SIZE
                       CAS-VENCIMIENTO (WS-IND) DELIMITED BY SIZE
                       INTO LINEA-HOJA
               WRITE LINEA-HOJA
           END-PERFORM.
           MOVE "SELECCION SUGERIDA:" TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           IF WS-CANT-SUG = ZEROS
               MOVE "  (SIN SUGERENCIAS: ELEGIR EN EL MOSTRADOR)"
                   TO LINEA-HOJA
               WRITE LINEA-HOJA
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-SUG
               MOVE VIS-SUGERIDO (WS-IND) TO WS-LIBRO-ID
               PERFORM 140-BUSCAR-TITULO
               MOVE SPACES TO LINEA-HOJA
               STRING "  [ ] "              DELIMITED BY SIZE
                       WS-LIBRO-ID          DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       WS-TITULO            DELIMITED BY SIZE
                       INTO LINEA-HOJA
               WRITE LINEA-HOJA
           END-PERFORM.
           MOVE ALL "-" TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE "ENTREGADOS: __________________________________________"
               TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE "RETIRADOS:  __________________________________________"
               TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE "FIRMA DEL SOCIO: ______________________________"
               TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           WRITE LINEA-HOJA.

      *FECHA DE RONDA EN WS-FECHA-RONDA (CERO ES HOY).
       065-VALIDAR-FECHA-RONDA.
           MOVE "N" TO WS-FECHA-VALIDA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF WS-FECHA-RONDA = ZEROS
               MOVE WS-FECHA-HOY TO WS-FECHA-RONDA
           END-IF.
           IF WS-FECHA-RONDA (5:2) < "01"
              OR WS-FECHA-RONDA (5:2) > "12"
              OR WS-FECHA-RONDA (7:2) < "01"
              OR WS-FECHA-RONDA (7:2) > "31"
               DISPLAY "FECHA INVALIDA."
           ELSE
               MOVE "S" TO WS-FECHA-VALIDA
           END-IF.

      *REGISTRO DE LA VISITA AL VOLVER EL VOLUNTARIO: PRIMERO LO QUE
      *SE RETIRO (SE CIERRA COMO DEVOLUCION) Y DESPUES LO QUE SE
      *ENTREGO (SALE COMO PRESTAMO "DOM" CON VENCIMIENTO LARGO). UNA
      *VISITA QUE NO FIGURABA EN LA RONDA SE DA DE ALTA. AL SOCIO
      *DADO DE BAJA SOLO SE LE RETIRA.
       070-REGISTRAR-VISITA.
           DISPLAY "FECHA DE LA VISITA (AAAAMMDD, 0 = HOY): "
                   WITH NO ADVANCING.
           ACCEPT WS-FECHA-RONDA.
           PERFORM 065-VALIDAR-FECHA-RONDA.
           IF NOT FECHA-VALIDA
               GO TO 070-REGISTRAR-VISITA-EXIT
           END-IF.
           DISPLAY "SOCIO: " WITH NO ADVANCING.
           ACCEPT WS-SOCIO-ID.
           IF WS-SOCIO-ID = ZEROS
               GO TO 070-REGISTRAR-VISITA-EXIT
           END-IF.
           OPEN INPUT DOMICILIO-SOCIOS.
           IF F-NOEXISTE-DOM
               DISPLAY "NO HAY SOCIOS INSCRIPTOS."
               CLOSE DOMICILIO-SOCIOS
               GO TO 070-REGISTRAR-VISITA-EXIT
           END-IF.
           MOVE WS-SOCIO-ID TO DOM-SOCIO-ID.
           READ DOMICILIO-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           CLOSE DOMICILIO-SOCIOS.
           IF NOT ESTA-DOMICILIO
               DISPLAY "EL SOCIO NO ESTA INSCRIPTO EN EL SERVICIO."
               GO TO 070-REGISTRAR-VISITA-EXIT
           END-IF.
           PERFORM 072-LEER-SOCIO THRU 072-LEER-SOCIO-EXIT.
           DISPLAY "SOCIO: " WS-NOMBRE-SOCIO.
           IF DOM-BAJA
               DISPLAY "SOCIO DADO DE BAJA: SOLO SE REGISTRAN RETIROS."
           END-IF.
           PERFORM 097-ABRIR-VISITAS.
           MOVE WS-FECHA-RONDA TO VIS-FECHA.
           MOVE WS-SOCIO-ID    TO VIS-SOCIO-ID.
           READ DOMICILIO-VISITAS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-VISITA
               MOVE "N" TO WS-VISITA-NUEVA
               IF NOT VIS-PLANIFICADA
                   DISPLAY "LA VISITA DEL " WS-FECHA-RONDA
                           " YA FUE REGISTRADA."
                   CLOSE DOMICILIO-VISITAS
                   GO TO 070-REGISTRAR-VISITA-EXIT
               END-IF
           ELSE
               MOVE "S" TO WS-VISITA-NUEVA
               INITIALIZE DATOS-VISITA
               MOVE WS-FECHA-RONDA TO VIS-FECHA
               MOVE WS-SOCIO-ID    TO VIS-SOCIO-ID
               MOVE DOM-RECORRIDO  TO VIS-RECORRIDO
               DISPLAY "VISITA FUERA DE RONDA. VOLUNTARIO: "
                       WITH NO ADVANCING
               ACCEPT VIS-VOLUNTARIO
           END-IF.
           DISPLAY "SE REALIZO LA VISITA (S/N): " WITH NO ADVANCING.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               SET VIS-NO-REALIZADA TO TRUE
               PERFORM 098-GRABAR-VISITA
               CLOSE DOMICILIO-VISITAS
               DISPLAY "VISITA ANOTADA COMO NO REALIZADA."
               GO TO 070-REGISTRAR-VISITA-EXIT
           END-IF.
           OPEN I-O REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               CLOSE DOMICILIO-VISITAS
               GO TO 070-REGISTRAR-VISITA-EXIT
           END-IF.
           OPEN INPUT REG-PRESTAMOS.
           PERFORM 080-CARGAR-PRESTAMOS-SOCIO
                   THRU 080-CARGAR-PRESTAMOS-SOCIO-EXIT.
           CLOSE REG-PRESTAMOS.
           PERFORM 085-CARGAR-HISTORICO-SOCIO
                   THRU 085-CARGAR-HISTORICO-SOCIO-EXIT.
           OPEN I-O REG-PRESTAMOS.
           IF F-NOEXISTE-PRE
               CLOSE REG-PRESTAMOS
               OPEN OUTPUT REG-PRESTAMOS
               CLOSE REG-PRESTAMOS
               OPEN I-O REG-PRESTAMOS
           END-IF.
           MOVE ZEROS TO WS-CANT-ENTREGADOS.
           MOVE ZEROS TO WS-CANT-RETIRADOS.
           IF WS-CANT-EN-CASA > ZEROS
               DISPLAY "TENIA EN CASA:"
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-CANT-EN-CASA
                   MOVE CAS-LIBRO-ID (WS-IND) TO WS-LIBRO-ID
                   PERFORM 140-BUSCAR-TITULO
                   DISPLAY "  " WS-LIBRO-ID " " WS-TITULO (1:50)
               END-PERFORM
               DISPLAY "LIBRO-ID RETIRADO (0 TERMINA)."
               MOVE 1 TO WS-LIBRO-ID
               PERFORM UNTIL WS-LIBRO-ID = ZEROS
                   DISPLAY "LIBRO-ID: " WITH NO ADVANCING
                   ACCEPT WS-LIBRO-ID
                   IF WS-LIBRO-ID NOT = ZEROS
                       PERFORM 074-RETIRAR-LIBRO
                               THRU 074-RETIRAR-LIBRO-EXIT
                   END-IF
               END-PERFORM
           END-IF.
           IF DOM-ACTIVO
               PERFORM 078-CALCULAR-VENCIMIENTO
               IF VIS-SUGERIDOS NOT = ZEROS
                   DISPLAY "SELECCION SUGERIDA:"
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > MAX-SUGERIDOS
                       IF VIS-SUGERIDO (WS-IND) NOT = ZEROS
                           MOVE VIS-SUGERIDO (WS-IND) TO WS-LIBRO-ID
                           PERFORM 140-BUSCAR-TITULO
                           DISPLAY "  " WS-LIBRO-ID " "
                                   WS-TITULO (1:50)
                       END-IF
                   END-PERFORM
               END-IF
               DISPLAY "LIBRO-ID ENTREGADO (0 TERMINA), VENCE "
                       WS-FECHA-VENC "."
               MOVE 1 TO WS-LIBRO-ID
               PERFORM UNTIL WS-LIBRO-ID = ZEROS
                   DISPLAY "LIBRO-ID: " WITH NO ADVANCING
                   ACCEPT WS-LIBRO-ID
                   IF WS-LIBRO-ID NOT = ZEROS
                       PERFORM 076-ENTREGAR-LIBRO
                               THRU 076-ENTREGAR-LIBRO-EXIT
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE REG-PRESTAMOS.
           CLOSE REG-LIBROS.
           SET VIS-REALIZADA TO TRUE.
           MOVE WS-CANT-ENTREGADOS TO VIS-CANT-ENTREGADOS.
           MOVE WS-CANT-RETIRADOS  TO VIS-CANT-RETIRADOS.
           PERFORM 098-GRABAR-VISITA.
           CLOSE DOMICILIO-VISITAS.
           OPEN I-O DOMICILIO-SOCIOS.
           MOVE WS-SOCIO-ID TO DOM-SOCIO-ID.
           READ DOMICILIO-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-DOMICILIO
               MOVE WS-FECHA-RONDA TO DOM-ULTIMA-VISITA
               REWRITE DATOS-DOMICILIO END-REWRITE
           END-IF.
           CLOSE DOMICILIO-SOCIOS.
           DISPLAY "VISITA REGISTRADA: " WS-CANT-ENTREGADOS
                   " ENTREGADOS, " WS-CANT-RETIRADOS " RETIRADOS.".
       070-REGISTRAR-VISITA-EXIT.
           EXIT.

       072-LEER-SOCIO.
           MOVE "N"    TO WS-SOCIO-HALLADO.
           MOVE "N"    TO WS-SOCIO-SUSP.
           MOVE SPACES TO WS-NOMBRE-SOCIO.
           MOVE SPACES TO WS-DOMICILIO-SOCIO.
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
               MOVE SOCIO-NOMBRE-STATUS    TO WS-NOMBRE-SOCIO
               MOVE SOCIO-DOMICILIO-STATUS TO WS-DOMICILIO-SOCIO
               IF SOCIO-ESTA-SUSPENDIDO
                   MOVE "S" TO WS-SOCIO-SUSP
               END-IF
           END-IF.
           CLOSE REG-SOCIOS.
       072-LEER-SOCIO-EXIT.
           EXIT.

      *CIERRA COMO DEVUELTO EL PRESTAMO "DOM" ACTIVO DEL SOCIO PARA
      *ESE LIBRO (EL PRIMERO QUE APARECE POR LA LLAVE DE LIBRO) Y
      *DEVUELVE EL EJEMPLAR AL CATALOGO Y A LA SEDE.
       074-RETIRAR-LIBRO.
           MOVE "N" TO WS-PRESTAMO-HALLADO.
           MOVE WS-LIBRO-ID TO PRESTAMO-LIBRO-ID.
           START REG-PRESTAMOS KEY IS = PRESTAMO-LIBRO-ID
               INVALID KEY SET FIN-REG-PRE TO TRUE
           END-START.
           IF NOT FIN-REG-PRE
               READ REG-PRESTAMOS NEXT RECORD AT END
                   SET FIN-REG-PRE TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-PRE OR PRESTAMO-HALLADO
                   OR PRESTAMO-LIBRO-ID NOT = WS-LIBRO-ID
               IF PRESTAMO-SOCIO-ID = WS-SOCIO-ID
                  AND PRESTAMO-ACTIVO AND PRESTAMO-DOMICILIO
                   MOVE "S" TO WS-PRESTAMO-HALLADO
               ELSE
                   READ REG-PRESTAMOS NEXT RECORD AT END
                       SET FIN-REG-PRE TO TRUE END-READ
               END-IF
           END-PERFORM.
           IF NOT PRESTAMO-HALLADO
               DISPLAY "ESE LIBRO NO ESTA EN CASA DEL SOCIO."
               GO TO 074-RETIRAR-LIBRO-EXIT
           END-IF.
           SET PRESTAMO-DEVUELTO TO TRUE.
           MOVE WS-FECHA-RONDA TO PRESTAMO-FECHA-DEVOLUCION.
           REWRITE DATOS-PRESTAMO
               INVALID KEY
               DISPLAY "ERROR AL REGISTRAR EL RETIRO."
               GO TO 074-RETIRAR-LIBRO-EXIT
           END-REWRITE.
           MOVE "R" TO WS-JRN-OPERACION.
           PERFORM JORNAL-PRESTAMO.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-REG-LIB
               IF EJEMPLARES-DISPONIBLES-STATUS <
                       CANTIDAD-EJEMPLARES-STATUS
                   ADD 1 TO EJEMPLARES-DISPONIBLES-STATUS
               END-IF
               REWRITE DATOS-LIBRO-STATUS END-REWRITE
               MOVE "R" TO WS-JRN-OPERACION
               PERFORM JORNAL-LIBRO
           END-IF.
           MOVE WS-LIBRO-ID TO AUX-EXI-LIBRO-ID.
           MOVE 1 TO AUX-EXI-DELTA-DISP.
           PERFORM 100-AJUSTAR-EXISTENCIA-SEDE.
           ADD 1 TO WS-CANT-RETIRADOS.
           DISPLAY "  RETIRADO.".
       074-RETIRAR-LIBRO-EXIT.
           EXIT.

      *ALTA DEL PRESTAMO "DOM" DE UN LIBRO ENTREGADO. SI EL SOCIO YA
      *LO LEYO SE PIDE CONFIRMACION.
       076-ENTREGAR-LIBRO.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB
               DISPLAY "EL LIBRO NO EXISTE EN EL CATALOGO."
               GO TO 076-ENTREGAR-LIBRO-EXIT
           END-IF.
           IF TITULO-FUERA-DE-USO
              OR EJEMPLARES-DISPONIBLES-STATUS = ZEROS
               DISPLAY "NO HAY EJEMPLARES DISPONIBLES DE ESE LIBRO."
               GO TO 076-ENTREGAR-LIBRO-EXIT
           END-IF.
           DISPLAY "  " NOMBRE-STATUS.
           MOVE WS-LIBRO-ID TO WS-LIBRO-LEIDO.
           PERFORM 083-BUSCAR-LEIDO.
           IF LIBRO-YA-LEIDO
               DISPLAY "EL SOCIO YA LEYO ESTE TITULO. ENTREGA IGUAL "
                       "(S/N): " WITH NO ADVANCING
               MOVE "N" TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   GO TO 076-ENTREGAR-LIBRO-EXIT
               END-IF
           END-IF.
           MOVE WS-LIBRO-ID        TO PRESTAMO-LIBRO-ID.
           MOVE WS-SOCIO-ID        TO PRESTAMO-SOCIO-ID.
           MOVE WS-FECHA-RONDA     TO PRESTAMO-FECHA-PRESTAMO.
           MOVE WS-FECHA-VENC      TO PRESTAMO-FECHA-VENCIMIENTO.
           MOVE ZEROS              TO PRESTAMO-FECHA-DEVOLUCION.
           SET PRESTAMO-ACTIVO     TO TRUE.
           MOVE ZEROS              TO PRESTAMO-RENOVACIONES.
           MOVE SUCURSAL-DOMICILIO TO PRESTAMO-SUCURSAL.
           MOVE ZEROS              TO PRESTAMO-NIVEL-AVISO.
           WRITE DATOS-PRESTAMO
               INVALID KEY
               DISPLAY "EL SOCIO YA TIENE ESE LIBRO PRESTADO CON "
                       "ESA FECHA."
               GO TO 076-ENTREGAR-LIBRO-EXIT
           END-WRITE.
           MOVE "W" TO WS-JRN-OPERACION.
           PERFORM JORNAL-PRESTAMO.
           SUBTRACT 1 FROM EJEMPLARES-DISPONIBLES-STATUS.
           REWRITE DATOS-LIBRO-STATUS END-REWRITE.
           MOVE "R" TO WS-JRN-OPERACION.
           PERFORM JORNAL-LIBRO.
           MOVE WS-LIBRO-ID TO AUX-EXI-LIBRO-ID.
           MOVE -1 TO AUX-EXI-DELTA-DISP.
           PERFORM 100-AJUSTAR-EXISTENCIA-SEDE.
           PERFORM 082-ANOTAR-LEIDO.
           IF WS-CANT-ENTREGADOS < 99
               ADD 1 TO WS-CANT-ENTREGADOS
           END-IF.
           DISPLAY "  ENTREGADO.".
       076-ENTREGAR-LIBRO-EXIT.
           EXIT.

      *VENCIMIENTO DE LO ENTREGADO: FECHA DE LA VISITA MAS EL PLAZO
      *DEL SERVICIO, CORRIDO A DIA ABIERTO.
       078-CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-RONDA TO AUX-FECHA-CALC.
           PERFORM SUMAR-UN-DIA-A-FECHA-CALC
                   DIAS-PRESTAMO-DOMICILIO TIMES.
           PERFORM CORRER-A-DIA-ABIERTO.
           MOVE AUX-FECHA-CALC TO WS-FECHA-VENC.

      *PRESTAMOS VIVOS DEL SOCIO WS-SOCIO-ID POR LA LLAVE ALTERNA DE
      *SOCIO (REG-PRESTAMOS YA ABIERTO): ARRANCA LA HISTORIA DE
      *LECTURA Y JUNTA LOS LIBROS "DOM" QUE TIENE EN CASA.
       080-CARGAR-PRESTAMOS-SOCIO.
           MOVE ZEROS TO WS-CANT-LEIDOS.
           MOVE ZEROS TO WS-CANT-EN-CASA.
           IF F-NOEXISTE-PRE
               GO TO 080-CARGAR-PRESTAMOS-SOCIO-EXIT
           END-IF.
           MOVE WS-SOCIO-ID TO PRESTAMO-SOCIO-ID.
           START REG-PRESTAMOS KEY IS = PRESTAMO-SOCIO-ID
               INVALID KEY GO TO 080-CARGAR-PRESTAMOS-SOCIO-EXIT
           END-START.
           READ REG-PRESTAMOS NEXT RECORD AT END
               SET FIN-REG-PRE TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-PRE
                   OR PRESTAMO-SOCIO-ID NOT = WS-SOCIO-ID
               MOVE PRESTAMO-LIBRO-ID TO WS-LIBRO-LEIDO
               PERFORM 082-ANOTAR-LEIDO
               IF PRESTAMO-ACTIVO AND PRESTAMO-DOMICILIO
                  AND WS-CANT-EN-CASA < MAX-EN-CASA
                   ADD 1 TO WS-CANT-EN-CASA
                   MOVE PRESTAMO-LIBRO-ID
                           TO CAS-LIBRO-ID (WS-CANT-EN-CASA)
                   MOVE PRESTAMO-FECHA-VENCIMIENTO
                           TO CAS-VENCIMIENTO (WS-CANT-EN-CASA)
               END-IF
               READ REG-PRESTAMOS NEXT RECORD AT END
                   SET FIN-REG-PRE TO TRUE END-READ
           END-PERFORM.
       080-CARGAR-PRESTAMOS-SOCIO-EXIT.
           EXIT.

       082-ANOTAR-LEIDO.
           PERFORM 083-BUSCAR-LEIDO.
           IF NOT LIBRO-YA-LEIDO AND WS-CANT-LEIDOS < MAX-LEIDOS
               ADD 1 TO WS-CANT-LEIDOS
               MOVE WS-LIBRO-LEIDO TO LEI-LIBRO-ID (WS-CANT-LEIDOS)
           END-IF.

       083-BUSCAR-LEIDO.
           MOVE "N" TO WS-YA-LEIDO.
           PERFORM VARYING WS-IND-LEI FROM 1 BY 1
                   UNTIL WS-IND-LEI > WS-CANT-LEIDOS OR LIBRO-YA-LEIDO
               IF LEI-LIBRO-ID (WS-IND-LEI) = WS-LIBRO-LEIDO
                   MOVE "S" TO WS-YA-LEIDO
               END-IF
           END-PERFORM.

      *COMPLETA LA HISTORIA DE LECTURA CON LOS PRESTAMOS ARCHIVADOS
      *DEL SOCIO.
       085-CARGAR-HISTORICO-SOCIO.
           OPEN INPUT HISTORICO.
           IF F-NOEXISTE-HIST
               CLOSE HISTORICO
               GO TO 085-CARGAR-HISTORICO-SOCIO-EXIT
           END-IF.
           READ HISTORICO AT END SET FIN-HISTORICO TO TRUE END-READ.
           PERFORM UNTIL FIN-HISTORICO
               IF HIST-SOCIO-ID = WS-SOCIO-ID
                   MOVE HIST-LIBRO-ID TO WS-LIBRO-LEIDO
                   PERFORM 082-ANOTAR-LEIDO
               END-IF
               READ HISTORICO AT END SET FIN-HISTORICO TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HISTORICO.
       085-CARGAR-HISTORICO-SOCIO-EXIT.
           EXIT.

      *LISTADO DE CONTROL DE LOS INSCRIPTOS EN
      *DOMICILIO-INSCRIPTOS.LST, CON LOS LIBROS QUE CADA UNO TIENE
      *EN CASA.
       090-LISTADO-INSCRIPTOS.
           OPEN INPUT DOMICILIO-SOCIOS.
           IF F-NOEXISTE-DOM
               DISPLAY "NO HAY SOCIOS INSCRIPTOS."
               CLOSE DOMICILIO-SOCIOS
               GO TO 090-LISTADO-INSCRIPTOS-EXIT
           END-IF.
           OPEN INPUT REG-PRESTAMOS.
           OPEN OUTPUT REPORTE-INS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SOCIOS INSCRIPTOS EN ENTREGA A DOMICILIO - "
                                         DELIMITED BY SIZE
                   WS-FECHA-HOY          DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SOCIO  NOMBRE                         REC EST "
               TO LINEA-REPORTE (1:47).
           MOVE "ULT.VISITA EN CASA" TO LINEA-REPORTE (48:18).
           WRITE LINEA-REPORTE.
           MOVE ZEROS TO WS-CANT-ACTIVOS.
           MOVE ZEROS TO WS-TOTAL-EN-CASA.
           MOVE ZEROS TO DOM-SOCIO-ID.
           START DOMICILIO-SOCIOS KEY IS NOT LESS THAN DOM-SOCIO-ID
               INVALID KEY SET FIN-DOMICILIO TO TRUE
           END-START.
           IF NOT FIN-DOMICILIO
               READ DOMICILIO-SOCIOS NEXT RECORD AT END
                   SET FIN-DOMICILIO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-DOMICILIO
               MOVE DOM-SOCIO-ID TO WS-SOCIO-ID
               PERFORM 072-LEER-SOCIO THRU 072-LEER-SOCIO-EXIT
               PERFORM 080-CARGAR-PRESTAMOS-SOCIO
                       THRU 080-CARGAR-PRESTAMOS-SOCIO-EXIT
               IF DOM-ACTIVO
                   ADD 1 TO WS-CANT-ACTIVOS
               END-IF
               ADD WS-CANT-EN-CASA TO WS-TOTAL-EN-CASA
               MOVE SPACES TO LINEA-REPORTE
               STRING DOM-SOCIO-ID          DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       WS-NOMBRE-SOCIO (1:30) DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       DOM-RECORRIDO        DELIMITED BY SIZE
                       "  "                 DELIMITED BY SIZE
                       DOM-ESTADO           DELIMITED BY SIZE
                       "   "                DELIMITED BY SIZE
                       DOM-ULTIMA-VISITA    DELIMITED BY SIZE
                       "   "                DELIMITED BY SIZE
                       WS-CANT-EN-CASA      DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               READ DOMICILIO-SOCIOS NEXT RECORD AT END
                   SET FIN-DOMICILIO TO TRUE END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SOCIOS ACTIVOS: "     DELIMITED BY SIZE
                   WS-CANT-ACTIVOS       DELIMITED BY SIZE
                   "   LIBROS EN CASA: " DELIMITED BY SIZE
                   WS-TOTAL-EN-CASA      DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-INS.
           CLOSE REG-PRESTAMOS.
           CLOSE DOMICILIO-SOCIOS.
           DISPLAY WS-CANT-ACTIVOS " SOCIOS ACTIVOS. LISTADO EN "
                   "DOMICILIO-INSCRIPTOS.LST.".
       090-LISTADO-INSCRIPTOS-EXIT.
           EXIT.

       095-ABRIR-DOMICILIO.
           OPEN I-O DOMICILIO-SOCIOS.
           IF F-NOEXISTE-DOM
               CLOSE DOMICILIO-SOCIOS
               OPEN OUTPUT DOMICILIO-SOCIOS
               CLOSE DOMICILIO-SOCIOS
               OPEN I-O DOMICILIO-SOCIOS
           END-IF.

       097-ABRIR-VISITAS.
           OPEN I-O DOMICILIO-VISITAS.
           IF F-NOEXISTE-VIS
               CLOSE DOMICILIO-VISITAS
               OPEN OUTPUT DOMICILIO-VISITAS
               CLOSE DOMICILIO-VISITAS
               OPEN I-O DOMICILIO-VISITAS
           END-IF.

       098-GRABAR-VISITA.
           IF VISITA-NUEVA
               WRITE DATOS-VISITA
                   INVALID KEY DISPLAY "ERROR AL GRABAR LA VISITA."
               END-WRITE
           ELSE
               REWRITE DATOS-VISITA
                   INVALID KEY DISPLAY "ERROR AL GRABAR LA VISITA."
               END-REWRITE
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

      *TITULO DE WS-LIBRO-ID; EL CATALOGO YA ESTA ABIERTO (SI NO
      *EXISTE QUEDA EN BLANCO).
       140-BUSCAR-TITULO.
           MOVE SPACES TO WS-TITULO.
           IF NOT F-NOEXISTE-LIB
               MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS
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


       JORNAL-PRESTAMO.
           MOVE "REG-PRESTAMOS.DAT" TO JRN-ARCHIVO.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-PRESTAMO TO JRN-REGISTRO (1:42).
           PERFORM GRABAR-LINEA-JORNAL.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "ENTREGA-DOMICILIO " DELIMITED BY SIZE
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
       END PROGRAM ENTREGA-DOMICILIO.
