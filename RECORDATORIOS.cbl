       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RECORDATORIOS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *RECORDATORIO DE CORTESIA ANTES DEL VENCIMIENTO: RECORRE
      *REG-PRESTAMOS.DAT BUSCANDO PRESTAMOS ACTIVOS QUE VENCEN DENTRO
      *DE LOS DOS PROXIMOS DIAS ABIERTOS DEL CALENDARIO
      *(CALENDARIO-CIERRE.DAT), LOS AGRUPA POR SOCIO Y LE MANDA A
      *CADA UNO UN SOLO RECORDATORIO CON TODOS ESOS TITULOS, DICIENDO
      *DE CADA UNO SI TODAVIA SE PUEDE RENOVAR (TOPE Y CIRCULACION DE
      *POLITICAS-PRESTAMO.DAT, Y QUE NO HAYA OTROS SOCIOS EN LA COLA
      *DE REG-RESERVAS.DAT). EL RECORDATORIO VA POR CORREO
      *ELECTRONICO (COLA CORREO-SALIDA.DAT) SI LA FICHA TIENE
      *DIRECCION VALIDA, Y SI NO COMO ESQUELA EN RECORDATORIOS.LST;
      *EL SOCIO SIN CARTAS O CON CORREO DEVUELTO Y SIN CORREO
      *ELECTRONICO NO RECIBE NADA. CADA PRESTAMO RECORDADO QUEDA EN
      *RECORDATORIOS.DAT (UNA VEZ POR VENCIMIENTO: SI SE RENUEVA SE
      *LE VUELVE A RECORDAR EL NUEVO) Y LA MISMA CORRIDA MIDE COMO
      *TERMINARON LOS RECORDADOS: DEVUELTOS A TIEMPO, CON ATRASO O
      *TODAVIA ABIERTOS. TODO QUEDA EN RECORDATORIOS-NOCHE.LST.
      *PENSADO COMO PASO DE PROCESO-NOCTURNO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-PRESTAMOS ASSIGN TO "REG-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRESTAMO-CLAVE
               ALTERNATE RECORD KEY IS PRESTAMO-LIBRO-ID
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRESTAMO-SOCIO-ID
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-PRESTAMOS.

      *PRESTAMOS YA RECORDADOS: CLAVE DEL PRESTAMO MAS EL
      *VENCIMIENTO RECORDADO, PARA NO REPETIR EL AVISO LA NOCHE
      *SIGUIENTE Y PARA MEDIR DESPUES COMO VOLVIO CADA UNO.
           SELECT REG-RECORDATORIOS ASSIGN TO "RECORDATORIOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS REC-CLAVE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-RECORDATORIOS.

      *VISTA PARCIAL DEL CATALOGO: TITULO Y CATEGORIA (LA POLITICA
      *DE LA CATEGORIA DECIDE SI SE PUEDE RENOVAR).
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LIBRO-ID-STATUS
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-LIBROS.

           SELECT REG-RESERVAS ASSIGN TO "REG-RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RESERVA-CLAVE
               ALTERNATE RECORD KEY IS RESERVA-LIBRO-ID
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-RESERVAS.

      *FICHA DE SOCIOS DEL MODULO DE ENTIDADES, VISTA PARCIAL PARA
      *NOMBRE, DOMICILIO, MARCAS DE CORREO Y CORREO ELECTRONICO.
           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

           SELECT POLITICAS ASSIGN TO "POLITICAS-PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-CATEGORIA
               FILE STATUS IS FS-POLITICAS.

           SELECT CALENDARIO-CIERRE
               ASSIGN TO "CALENDARIO-CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

      *SALIDA EN PAPEL: UNA ESQUELA POR SOCIO SIN CORREO ELECTRONICO.
           SELECT CARTAS ASSIGN TO "RECORDATORIOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

           SELECT REPORTE-NOCHE ASSIGN TO "RECORDATORIOS-NOCHE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE-NOCHE.

      *COLA DE CORREO SALIENTE QUE LEVANTA LA PASARELA DE CORREO
      *(VER CORREO-DEVUELTO.CBL) Y SU NUMERADOR DE MENSAJES.
           SELECT COLA-CORREO ASSIGN TO "CORREO-SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-CORREO.

           SELECT COLA-NUMERADOR ASSIGN TO "CORREO-SALIDA.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-NUMERADOR.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

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
               88 PRESTAMO-PERDIDO         VALUE "P".
           05 PRESTAMO-RENOVACIONES        PIC 9(01).
           05 PRESTAMO-SUCURSAL            PIC X(03).
           05 PRESTAMO-NIVEL-AVISO         PIC 9(01).

       FD REG-RECORDATORIOS.
       01 DATOS-RECORDATORIO.
           05 REC-CLAVE.
               10 REC-LIBRO-ID            PIC 9(6).
               10 REC-SOCIO-ID            PIC 9(6).
               10 REC-FECHA-PRESTAMO      PIC 9(8).
               10 REC-FECHA-VENC          PIC 9(8).
           05 REC-FECHA-AVISO             PIC 9(8).
      *E=CORREO ELECTRONICO, P=ESQUELA EN PAPEL.
           05 REC-CANAL                   PIC X(01).
           05 REC-RENOVABLE               PIC X(01).
      *"S" EN EL PRIMER PRESTAMO DE CADA RECORDATORIO: CONTANDO LAS
      *"S" SALE LA CANTIDAD DE RECORDATORIOS ENVIADOS.
           05 REC-ENCABEZA                PIC X(01).
               88 REC-ES-ENCABEZA         VALUE "S".
      *COMO TERMINO EL PRESTAMO: ESPACIO=TODAVIA ABIERTO, T=VOLVIO A
      *TIEMPO, A=CON ATRASO (O PERDIDO), X=YA NO ESTA EN EL ARCHIVO
      *DE PRESTAMOS (ARCHIVADO ANTES DE MEDIRLO).
           05 REC-RESULTADO               PIC X(01).
               88 REC-ABIERTO             VALUE SPACE.
               88 REC-A-TIEMPO            VALUE "T".
               88 REC-ATRASADO            VALUE "A".
               88 REC-SIN-DATO            VALUE "X".
           05 REC-FECHA-CIERRE            PIC 9(8).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           05 NOMBRE-STATUS               PIC X(60).
           05 FILLER                      PIC X(20).
           05 FILLER                      PIC X(12).
           05 FILLER                      PIC X(3).
           05 FILLER                      PIC X(3).
           05 FILLER                      PIC X(13).
           05 CATEGORIA-STATUS            PIC X(15).
           05 FILLER                      PIC X(8).
           05 FILLER                      PIC X(8).
      *AUTOR (AGREGADO AL FINAL DEL REGISTRO DEL CATALOGO).
           05 AUTOR-STATUS            PIC X(20).

       FD REG-RESERVAS.
       01 DATOS-RESERVA.
           05 RESERVA-CLAVE.
               10 RESERVA-LIBRO-ID        PIC 9(6).
               10 RESERVA-SOCIO-ID        PIC 9(6).
               10 RESERVA-FECHA           PIC 9(8).
           05 RESERVA-ESTADO              PIC X(01).
               88 RESERVA-ACTIVA          VALUE "A".
               88 RESERVA-RETENIDA        VALUE "R".
               88 RESERVA-EN-TRANSITO     VALUE "T".
           05 RESERVA-FECHA-LIMITE        PIC 9(8).
           05 RESERVA-SUCURSAL-RETIRO     PIC X(03).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(70).
           05 SOCIO-DOMICILIO-STATUS  PIC X(40).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(20).
      *MARCA DE CORREO DEVUELTO Y PREFERENCIA SIN CARTAS
      *(SIENT01M / CORREO-DEVUELTO.CBL).
           05 SOCIO-CORREO-DEV-STATUS PIC X(01).
               88 SOCIO-CORREO-DEVUELTO VALUE "S" "s".
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
               88 SOCIO-SIN-CARTAS    VALUE "S" "s".
      *DIRECCION DE CORREO ELECTRONICO Y MARCA DE REBOTE (SIENT01M /
      *CORREO-DEVUELTO.CBL).
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
               88 SOCIO-EMAIL-REBOTADO VALUE "S" "s".
           05 FILLER                  PIC X(261).

       FD POLITICAS.
       01 DATOS-POLITICA.
           05 POL-CATEGORIA           PIC X(15).
           05 POL-DIAS                PIC 9(3).
           05 POL-RENOVACIONES        PIC 9(1).
           05 POL-EDAD-MINIMA         PIC 9(2).
           05 POL-NO-CIRCULA          PIC X(1).
               88 POLITICA-NO-CIRCULA VALUE "S".

       FD CALENDARIO-CIERRE.
       01 LINEA-CALENDARIO.
           05 CAL-TIPO                PIC X(1).
               88 CAL-ES-SEMANAL      VALUE "S".
               88 CAL-ES-FERIADO      VALUE "F".
           05 CAL-DIA                 PIC 9(1).
           05 CAL-FECHA               PIC 9(8).

       FD CARTAS.
       01 LINEA-CARTA                 PIC X(80).

       FD REPORTE-NOCHE.
       01 LINEA-REPORTE               PIC X(80).

      *MENSAJE DE LA COLA: RENGLON 000 DE CABECERA Y LUEGO LOS
      *RENGLONES DE TEXTO, IGUALES A LOS DE LA ESQUELA IMPRESA.
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

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-PRESTAMOS         PIC XX.
           88 ESTA-REG-PRE         VALUE "00" "02".
           88 FIN-REG-PRE          VALUE "10".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-RECORDATORIOS         PIC XX.
           88 ESTA-RECORDATORIO    VALUE "00" "02".
           88 FIN-RECORDATORIOS    VALUE "10".
           88 F-NOEXISTE-REC       VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-REG-RESERVAS          PIC XX.
           88 ESTA-REG-RES         VALUE "00" "02".
           88 FIN-REG-RES          VALUE "10".
           88 N-ESTA-REG-RES       VALUE "23".
           88 F-NOEXISTE-RES       VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-POLITICAS             PIC XX.
           88 ESTA-POLITICA        VALUE "00" "02".
           88 F-NOEXISTE-POL       VALUE "35".

       77 FS-CALENDARIO            PIC XX.
           88 FIN-CALENDARIO       VALUE "10".
           88 F-NOEXISTE-CAL       VALUE "35".

       77 FS-CARTAS                PIC XX.
           88 ESTA-CARTAS          VALUE "00" "02".

       77 FS-REPORTE-NOCHE         PIC XX.
           88 ESTA-REPORTE-NOCHE   VALUE "00" "02".

       77 FS-COLA-CORREO           PIC XX.
           88 F-NOEXISTE-COLA      VALUE "05" "35".
       77 FS-COLA-NUMERADOR        PIC XX.
           88 F-NOEXISTE-COLANUM   VALUE "35".
      *MENSAJE EN CURSO EN LA COLA DE CORREO Y CANAL DEL
      *RECORDATORIO (E=CORREO ELECTRONICO, P=PAPEL).
       77 WS-COLA-NUMERO           PIC 9(8) VALUE ZEROS.
       77 WS-COLA-RENGLON          PIC 9(3) VALUE ZEROS.
       77 WS-COLA-TEXTO            PIC X(80) VALUE SPACES.
       77 WS-CANAL-AVISO           PIC X VALUE "P".
           88 AVISO-POR-EMAIL      VALUE "E".

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

      *VENTANA DEL RECORDATORIO: VENCIMIENTOS POSTERIORES A HOY Y
      *HASTA EL SEGUNDO DIA ABIERTO SIGUIENTE, INCLUSIVE.
       77 DIAS-ABIERTOS-AVISO      PIC 9(1) VALUE 2.
       77 WS-FECHA-LIMITE          PIC 9(8) VALUE ZEROS.
       77 WS-ABIERTOS-CONTADOS     PIC 9(1) VALUE ZEROS.

      *TABLA EN MEMORIA DE PRESTAMOS POR VENCER, MISMO ESQUEMA QUE LA
      *TABLA DE VENCIDOS DE CARTAS-ATRASO: EL ARCHIVO SE RECORRE POR
      *LIBRO, ASI QUE PRIMERO SE JUNTAN Y DESPUES SE AGRUPAN POR
      *SOCIO SOBRE LA TABLA.
       77 MAX-PROXIMOS             PIC 9(4) VALUE 2000.
       01 TABLA-PROXIMOS.
           05 PROXIMO-ENT OCCURS 2000 TIMES.
               10 PRX-SOCIO-ID     PIC 9(6).
               10 PRX-LIBRO-ID     PIC 9(6).
               10 PRX-FECHA-PRE    PIC 9(8).
               10 PRX-FECHA-VENC   PIC 9(8).
               10 PRX-RENOVACIONES PIC 9(1).
               10 PRX-PROCESADO    PIC X(01).
       77 WS-CANT-PROXIMOS         PIC 9(4) VALUE ZEROS.
       77 WS-CANT-DESBORDADOS      PIC 9(4) VALUE ZEROS.
       77 WS-IND                   PIC 9(4) VALUE ZEROS.
       77 WS-IND-2                 PIC 9(4) VALUE ZEROS.

      *CONTADORES DE ESTA NOCHE.
       77 WS-CANT-RECORDATORIOS    PIC 9(5) VALUE ZEROS.
       77 WS-CANT-CORREOS          PIC 9(5) VALUE ZEROS.
       77 WS-CANT-PAPEL            PIC 9(5) VALUE ZEROS.
       77 WS-CANT-SALTEADOS        PIC 9(5) VALUE ZEROS.
       77 WS-CANT-PRESTAMOS-AVIS   PIC 9(5) VALUE ZEROS.

      *MEDICION SOBRE TODOS LOS RECORDATORIOS GRABADOS.
       77 WS-HIST-RECORDATORIOS    PIC 9(7) VALUE ZEROS.
       77 WS-HIST-PRESTAMOS        PIC 9(7) VALUE ZEROS.
       77 WS-HIST-A-TIEMPO         PIC 9(7) VALUE ZEROS.
       77 WS-HIST-ATRASADOS        PIC 9(7) VALUE ZEROS.
       77 WS-HIST-ABIERTOS         PIC 9(7) VALUE ZEROS.
       77 WS-HIST-SIN-DATO         PIC 9(7) VALUE ZEROS.
       77 WS-PORC-ATRASADOS        PIC 9(3) VALUE ZEROS.

      *SOCIO DEL RECORDATORIO EN CURSO.
       77 WS-SOCIO-AVISO           PIC 9(6) VALUE ZEROS.
       77 WS-NOMBRE-SOCIO          PIC X(40) VALUE SPACES.
       77 WS-DOMICILIO-SOCIO       PIC X(40) VALUE SPACES.
       77 WS-EMAIL-SOCIO           PIC X(50) VALUE SPACES.
       77 WS-TITULO-LIBRO          PIC X(30) VALUE SPACES.
       77 WS-PRIMERO-DEL-AVISO     PIC X VALUE "S".

      *RENOVABILIDAD DEL PRESTAMO EN CURSO Y SU LEYENDA.
       77 WS-RENOVABLE             PIC X VALUE "N".
           88 PRESTAMO-RENOVABLE   VALUE "S".
       77 WS-LEYENDA-RENOV         PIC X(60) VALUE SPACES.
       77 WS-HAY-RESERVA           PIC X VALUE "N".
           88 HAY-RESERVA          VALUE "S".

      *REGLA GENERAL DE PRESTAMO Y POLITICA VIGENTE, MISMOS VALORES
      *POR DEFECTO QUE REGISTROLIBROS.CBL.
       77 DIAS-PRESTAMO            PIC 9(3) VALUE 014.
       77 MAX-RENOVACIONES-PRESTAMO PIC 9(01) VALUE 3.
       77 AUX-DIAS-POLITICA        PIC 9(3) VALUE ZEROS.
       77 AUX-RENOV-POLITICA       PIC 9(1) VALUE ZEROS.
       77 AUX-TITULO-NO-CIRCULA    PIC X VALUE "N".
           88 TITULO-NO-CIRCULA    VALUE "S".

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
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "===== RECORDATORIOS DE VENCIMIENTO " WS-FECHA-HOY
                   " =====".
           PERFORM 015-CALCULAR-VENTANA.
           OPEN I-O REG-RECORDATORIOS.
           IF F-NOEXISTE-REC
               CLOSE REG-RECORDATORIOS
               OPEN OUTPUT REG-RECORDATORIOS
               CLOSE REG-RECORDATORIOS
               OPEN I-O REG-RECORDATORIOS
           END-IF.
           PERFORM 020-JUNTAR-PROXIMOS THRU 020-JUNTAR-PROXIMOS-EXIT.
           IF RETURN-CODE NOT = ZERO
               CLOSE REG-RECORDATORIOS
               GO TO 010-SALIDA
           END-IF.
           OPEN OUTPUT REPORTE-NOCHE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECORDATORIOS DE VENCIMIENTO - " DELIMITED BY SIZE
                   WS-FECHA-HOY                     DELIMITED BY SIZE
                   " - VENCEN HASTA EL "            DELIMITED BY SIZE
                   WS-FECHA-LIMITE                  DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN OUTPUT CARTAS.
           IF WS-CANT-PROXIMOS = ZEROS
               DISPLAY "NO HAY PRESTAMOS POR VENCER SIN RECORDAR."
           ELSE
               PERFORM 030-ENVIAR-RECORDATORIOS
           END-IF.
           CLOSE CARTAS.
           PERFORM 080-MEDIR-RESULTADOS THRU 080-MEDIR-RESULTADOS-EXIT.
           PERFORM 090-TOTALES.
           CLOSE REPORTE-NOCHE.
           CLOSE REG-RECORDATORIOS.
           DISPLAY "RECORDATORIOS: " WS-CANT-RECORDATORIOS
                   " (CORREO " WS-CANT-CORREOS " PAPEL " WS-CANT-PAPEL
                   ") POR " WS-CANT-PRESTAMOS-AVIS " PRESTAMOS.".
           DISPLAY "RECORDADOS QUE VOLVIERON CON ATRASO: "
                   WS-HIST-ATRASADOS " DE " WS-HIST-PRESTAMOS
                   ". RECORDATORIOS-NOCHE.LST GENERADO.".
           IF WS-CANT-DESBORDADOS NOT = ZEROS
               DISPLAY "AVISO: " WS-CANT-DESBORDADOS " PRESTAMOS NO "
                       "ENTRARON EN LA TABLA DE " MAX-PROXIMOS
                       ", VUELVA A CORRER EL PROCESO."
           END-IF.
       010-SALIDA.
           GOBACK.

      *FECHA LIMITE DE LA VENTANA: SE AVANZA DESDE HOY DIA POR DIA
      *HASTA CONTAR DIAS-ABIERTOS-AVISO DIAS ABIERTOS DEL CALENDARIO
      *(CON EL MISMO TOPE DE CORRIMIENTO QUE CORRER-A-DIA-ABIERTO).
       015-CALCULAR-VENTANA.
           MOVE WS-FECHA-HOY TO AUX-FECHA-CALC.
           MOVE ZEROS TO WS-ABIERTOS-CONTADOS.
           MOVE ZEROS TO AUX-CORRIMIENTOS.
           PERFORM UNTIL WS-ABIERTOS-CONTADOS >= DIAS-ABIERTOS-AVISO
                   OR AUX-CORRIMIENTOS > 31
               PERFORM SUMAR-UN-DIA-A-FECHA-CALC
               ADD 1 TO AUX-CORRIMIENTOS
               PERFORM VERIFICAR-DIA-CERRADO
               IF NOT DIA-ES-CERRADO
                   ADD 1 TO WS-ABIERTOS-CONTADOS
               END-IF
           END-PERFORM.
           MOVE AUX-FECHA-CALC TO WS-FECHA-LIMITE.

      *PASADA SECUENCIAL SOBRE REG-PRESTAMOS.DAT CARGANDO EN LA TABLA
      *CADA PRESTAMO ACTIVO QUE VENCE DENTRO DE LA VENTANA Y TODAVIA
      *NO FUE RECORDADO PARA ESE VENCIMIENTO.
       020-JUNTAR-PROXIMOS.
           MOVE ZEROS TO WS-CANT-PROXIMOS.
           MOVE ZEROS TO WS-CANT-DESBORDADOS.
           OPEN INPUT REG-PRESTAMOS.
           IF F-NOEXISTE-PRE
               DISPLAY "NO SE ENCUENTRA REG-PRESTAMOS.DAT."
               MOVE "REG-PRESTAMOS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-PRESTAMOS    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 16 TO RETURN-CODE
               CLOSE REG-PRESTAMOS
               GO TO 020-JUNTAR-PROXIMOS-EXIT
           END-IF.
           MOVE LOW-VALUES TO PRESTAMO-CLAVE.
           START REG-PRESTAMOS KEY IS NOT LESS THAN PRESTAMO-CLAVE
               INVALID KEY SET FIN-REG-PRE TO TRUE
           END-START.
           IF NOT FIN-REG-PRE
               READ REG-PRESTAMOS NEXT RECORD AT END
                   SET FIN-REG-PRE TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-PRE
               IF PRESTAMO-ACTIVO
                   AND PRESTAMO-FECHA-VENCIMIENTO > WS-FECHA-HOY
                   AND PRESTAMO-FECHA-VENCIMIENTO <= WS-FECHA-LIMITE
                   PERFORM 025-AGREGAR-PROXIMO
                           THRU 025-AGREGAR-PROXIMO-EXIT
               END-IF
               READ REG-PRESTAMOS NEXT RECORD AT END
                   SET FIN-REG-PRE TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-PRESTAMOS.
       020-JUNTAR-PROXIMOS-EXIT.
           EXIT.

       025-AGREGAR-PROXIMO.
           MOVE PRESTAMO-LIBRO-ID          TO REC-LIBRO-ID.
           MOVE PRESTAMO-SOCIO-ID          TO REC-SOCIO-ID.
           MOVE PRESTAMO-FECHA-PRESTAMO    TO REC-FECHA-PRESTAMO.
           MOVE PRESTAMO-FECHA-VENCIMIENTO TO REC-FECHA-VENC.
           READ REG-RECORDATORIOS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-RECORDATORIO
               GO TO 025-AGREGAR-PROXIMO-EXIT
           END-IF.
           IF WS-CANT-PROXIMOS >= MAX-PROXIMOS
               ADD 1 TO WS-CANT-DESBORDADOS
               GO TO 025-AGREGAR-PROXIMO-EXIT
           END-IF.
           ADD 1 TO WS-CANT-PROXIMOS.
           MOVE PRESTAMO-SOCIO-ID
                   TO PRX-SOCIO-ID (WS-CANT-PROXIMOS).
           MOVE PRESTAMO-LIBRO-ID
                   TO PRX-LIBRO-ID (WS-CANT-PROXIMOS).
           MOVE PRESTAMO-FECHA-PRESTAMO
                   TO PRX-FECHA-PRE (WS-CANT-PROXIMOS).
           MOVE PRESTAMO-FECHA-VENCIMIENTO
                   TO PRX-FECHA-VENC (WS-CANT-PROXIMOS).
           MOVE PRESTAMO-RENOVACIONES
                   TO PRX-RENOVACIONES (WS-CANT-PROXIMOS).
           MOVE "N" TO PRX-PROCESADO (WS-CANT-PROXIMOS).
       025-AGREGAR-PROXIMO-EXIT.
           EXIT.

      *RECORRE LA TABLA Y, POR CADA SOCIO TODAVIA NO PROCESADO,
      *MANDA UN SOLO RECORDATORIO CON TODOS SUS PRESTAMOS POR VENCER.
       030-ENVIAR-RECORDATORIOS.
           OPEN INPUT REG-LIBROS.
           OPEN INPUT REG-SOCIOS.
           OPEN INPUT REG-RESERVAS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-PROXIMOS
               IF PRX-PROCESADO (WS-IND) = "N"
                   MOVE PRX-SOCIO-ID (WS-IND) TO WS-SOCIO-AVISO
                   PERFORM 040-BUSCAR-DATOS-SOCIO
                           THRU 040-BUSCAR-DATOS-SOCIO-EXIT
                   PERFORM 042-ELEGIR-CANAL
      *FICHA SIN CARTAS, O CON CORREO DEVUELTO Y SIN CORREO
      *ELECTRONICO: EL RECORDATORIO ES UNA CORTESIA, NO SE MANDA
      *NADA NI VA A SEGUIMIENTO (SI VENCE, CARTAS-ATRASO SE ENCARGA).
                   IF ESTA-REG-SOC
                       AND (SOCIO-SIN-CARTAS
                           OR (SOCIO-CORREO-DEVUELTO
                               AND NOT AVISO-POR-EMAIL))
                       PERFORM 045-SALTEAR-SOCIO
                   ELSE
                       PERFORM 050-ESCRIBIR-RECORDATORIO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REG-RESERVAS.
           CLOSE REG-SOCIOS.
           CLOSE REG-LIBROS.

      *CONSULTA LA FICHA DE ENTIDADES POR EL SOCIO DEL RECORDATORIO,
      *MISMA CLAVE DERIVADA DEL NUMERO DE SOCIO QUE CARTAS-ATRASO.
       040-BUSCAR-DATOS-SOCIO.
           MOVE SPACES TO WS-NOMBRE-SOCIO.
           MOVE SPACES TO WS-DOMICILIO-SOCIO.
           MOVE SPACES TO WS-EMAIL-SOCIO.
           IF F-NOEXISTE-SOC
               GO TO 040-BUSCAR-DATOS-SOCIO-EXIT
           END-IF.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE WS-SOCIO-AVISO TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-REG-SOC
               MOVE SOCIO-NOMBRE-STATUS    TO WS-NOMBRE-SOCIO
               MOVE SOCIO-DOMICILIO-STATUS TO WS-DOMICILIO-SOCIO
           END-IF.
       040-BUSCAR-DATOS-SOCIO-EXIT.
           EXIT.

      *CANAL DEL RECORDATORIO: CORREO ELECTRONICO SI LA FICHA SE LEYO
      *Y TIENE DIRECCION SIN MARCA DE REBOTE (NUNCA AL SOCIO SIN
      *CARTAS); PAPEL EN CUALQUIER OTRO CASO.
       042-ELEGIR-CANAL.
           MOVE "P" TO WS-CANAL-AVISO.
           IF ESTA-REG-SOC
               AND SOCIO-EMAIL-STATUS NOT = SPACES
               AND NOT SOCIO-EMAIL-REBOTADO
               AND NOT SOCIO-SIN-CARTAS
               MOVE "E" TO WS-CANAL-AVISO
               MOVE SOCIO-EMAIL-STATUS TO WS-EMAIL-SOCIO
           END-IF.

      *EL SOCIO SALTEADO QUEDA EN EL REPORTE Y SUS PRESTAMOS SE
      *MARCAN VISTOS SIN GRABARSE COMO RECORDADOS.
       045-SALTEAR-SOCIO.
           ADD 1 TO WS-CANT-SALTEADOS.
           MOVE SPACES TO LINEA-REPORTE.
           IF SOCIO-SIN-CARTAS
               STRING "SOCIO "          DELIMITED BY SIZE
                       WS-SOCIO-AVISO   DELIMITED BY SIZE
                       " SIN RECORDATORIO: PIDIO NO RECIBIR CARTAS"
                                        DELIMITED BY SIZE
                       INTO LINEA-REPORTE
           ELSE
               STRING "SOCIO "          DELIMITED BY SIZE
                       WS-SOCIO-AVISO   DELIMITED BY SIZE
                       " SIN RECORDATORIO: CORREO DEVUELTO"
                                        DELIMITED BY SIZE
                       INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND-2 FROM 1 BY 1
                   UNTIL WS-IND-2 > WS-CANT-PROXIMOS
               IF PRX-SOCIO-ID (WS-IND-2) = WS-SOCIO-AVISO
                   AND PRX-PROCESADO (WS-IND-2) = "N"
                   MOVE "V" TO PRX-PROCESADO (WS-IND-2)
               END-IF
           END-PERFORM.

      *ESCRIBE EL RECORDATORIO DEL SOCIO WS-SOCIO-AVISO: ENCABEZADO
      *CON SUS DATOS Y DOS LINEAS POR CADA PRESTAMO SUYO EN LA TABLA
      *(TITULO Y VENCIMIENTO, Y SI SE PUEDE RENOVAR), GRABANDO CADA
      *UNO EN RECORDATORIOS.DAT.
       050-ESCRIBIR-RECORDATORIO.
           IF AVISO-POR-EMAIL
               PERFORM ABRIR-MENSAJE-CORREO
               ADD 1 TO WS-CANT-CORREOS
           ELSE
               ADD 1 TO WS-CANT-PAPEL
           END-IF.
           ADD 1 TO WS-CANT-RECORDATORIOS.
           MOVE ALL "=" TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "BIBLIOTECA - RECORDATORIO DE VENCIMIENTO - "
                                       DELIMITED BY SIZE
                   WS-FECHA-HOY        DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "SOCIO: "        DELIMITED BY SIZE
                   WS-SOCIO-AVISO  DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   WS-NOMBRE-SOCIO DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "DOMICILIO: "        DELIMITED BY SIZE
                   WS-DOMICILIO-SOCIO  DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE "ESTIMADO SOCIO: LE RECORDAMOS QUE LOS SIGUIENTES"
                   TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE "PRESTAMOS VENCEN EN LOS PROXIMOS DIAS. SI NO LLEGA A"
                   TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE "DEVOLVERLOS A TIEMPO, LOS QUE FIGURAN COMO RENOVABLES"
                   TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE "PUEDE RENOVARLOS EN EL MOSTRADOR O DESDE LA WEB."
                   TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE "S" TO WS-PRIMERO-DEL-AVISO.
           PERFORM VARYING WS-IND-2 FROM 1 BY 1
                   UNTIL WS-IND-2 > WS-CANT-PROXIMOS
               IF PRX-PROCESADO (WS-IND-2) = "N"
                   AND PRX-SOCIO-ID (WS-IND-2) = WS-SOCIO-AVISO
                   PERFORM 060-ESCRIBIR-LINEA-PRESTAMO
                   PERFORM 070-ANOTAR-RECORDATORIO
                   MOVE "S" TO PRX-PROCESADO (WS-IND-2)
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           IF AVISO-POR-EMAIL
               PERFORM CERRAR-MENSAJE-CORREO
           END-IF.

      *CADA LINEA DEL RECORDATORIO VA AL PAPEL O, SI EL SOCIO LO
      *RECIBE POR CORREO ELECTRONICO, COMO RENGLON DEL MENSAJE.
       055-EMITIR-LINEA-CARTA.
           IF AVISO-POR-EMAIL
               MOVE LINEA-CARTA TO WS-COLA-TEXTO
               PERFORM GRABAR-RENGLON-CORREO
           ELSE
               WRITE LINEA-CARTA
           END-IF.

      *DOS LINEAS POR PRESTAMO: LIBRO, TITULO (RESUELTO DEL CATALOGO;
      *SI YA NO EXISTE QUEDA EN BLANCO) Y VENCIMIENTO, Y DEBAJO LA
      *LEYENDA DE RENOVACION.
       060-ESCRIBIR-LINEA-PRESTAMO.
           MOVE SPACES TO WS-TITULO-LIBRO.
           MOVE SPACES TO CATEGORIA-STATUS.
           IF NOT F-NOEXISTE-LIB
               MOVE PRX-LIBRO-ID (WS-IND-2) TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY MOVE SPACES TO CATEGORIA-STATUS
               END-READ
               IF ESTA-REG-LIB
                   MOVE NOMBRE-STATUS TO WS-TITULO-LIBRO
               END-IF
           END-IF.
           PERFORM 065-EVALUAR-RENOVACION
                   THRU 065-EVALUAR-RENOVACION-EXIT.
           MOVE SPACES TO LINEA-CARTA.
           STRING "  LIBRO "                  DELIMITED BY SIZE
                   PRX-LIBRO-ID (WS-IND-2)    DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-TITULO-LIBRO            DELIMITED BY SIZE
                   " VENCE: "                 DELIMITED BY SIZE
                   PRX-FECHA-VENC (WS-IND-2)  DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "      "                    DELIMITED BY SIZE
                   WS-LEYENDA-RENOV           DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.

      *SE PUEDE RENOVAR SI LA CATEGORIA CIRCULA, NO LLEGO AL TOPE DE
      *RENOVACIONES DE SU POLITICA (MISMAS REGLAS QUE
      *RENOVAR-PRESTAMO) Y NO HAY OTROS SOCIOS ESPERANDO EL TITULO
      *EN LA COLA DE RESERVAS.
       065-EVALUAR-RENOVACION.
           MOVE "N" TO WS-RENOVABLE.
           PERFORM BUSCAR-POLITICA-CATEGORIA
                   THRU BUSCAR-POLITICA-CATEGORIA-EXIT.
           IF TITULO-NO-CIRCULA
               MOVE "NO SE PUEDE RENOVAR: OBRA DE CONSULTA EN SALA."
                       TO WS-LEYENDA-RENOV
               GO TO 065-EVALUAR-RENOVACION-EXIT
           END-IF.
           IF PRX-RENOVACIONES (WS-IND-2) >= AUX-RENOV-POLITICA
               MOVE "NO SE PUEDE RENOVAR: YA TIENE EL MAXIMO DE "
                       TO WS-LEYENDA-RENOV
               MOVE "RENOVACIONES." TO WS-LEYENDA-RENOV (44:13)
               GO TO 065-EVALUAR-RENOVACION-EXIT
           END-IF.
           PERFORM 067-BUSCAR-RESERVAS THRU 067-BUSCAR-RESERVAS-EXIT.
           IF HAY-RESERVA
               MOVE "NO SE PUEDE RENOVAR: OTROS SOCIOS LO ESPERAN."
                       TO WS-LEYENDA-RENOV
               GO TO 065-EVALUAR-RENOVACION-EXIT
           END-IF.
           MOVE "S" TO WS-RENOVABLE.
           MOVE "SE PUEDE RENOVAR." TO WS-LEYENDA-RENOV.
       065-EVALUAR-RENOVACION-EXIT.
           EXIT.

      *RESERVAS VIVAS (ACTIVAS, RETENIDAS O EN TRANSITO A LA
      *SUCURSAL DE RETIRO) DE OTROS SOCIOS PARA EL LIBRO, POR LA
      *LLAVE ALTERNA DE LIBRO-ID.
       067-BUSCAR-RESERVAS.
           MOVE "N" TO WS-HAY-RESERVA.
           IF F-NOEXISTE-RES
               GO TO 067-BUSCAR-RESERVAS-EXIT
           END-IF.
           MOVE PRX-LIBRO-ID (WS-IND-2) TO RESERVA-LIBRO-ID.
           START REG-RESERVAS KEY IS = RESERVA-LIBRO-ID
               INVALID KEY GO TO 067-BUSCAR-RESERVAS-EXIT
           END-START.
           READ REG-RESERVAS NEXT RECORD AT END
               SET FIN-REG-RES TO TRUE END-READ.
           PERFORM UNTIL NOT ESTA-REG-RES OR HAY-RESERVA
                   OR RESERVA-LIBRO-ID NOT = PRX-LIBRO-ID (WS-IND-2)
               IF (RESERVA-ACTIVA OR RESERVA-RETENIDA
                       OR RESERVA-EN-TRANSITO)
                   AND RESERVA-SOCIO-ID NOT = WS-SOCIO-AVISO
                   MOVE "S" TO WS-HAY-RESERVA
               ELSE
                   READ REG-RESERVAS NEXT RECORD AT END
                       SET FIN-REG-RES TO TRUE END-READ
               END-IF
           END-PERFORM.
       067-BUSCAR-RESERVAS-EXIT.
           EXIT.

      *GRABA EL PRESTAMO RECORDADO Y LO DEJA EN EL REPORTE.
       070-ANOTAR-RECORDATORIO.
           ADD 1 TO WS-CANT-PRESTAMOS-AVIS.
           MOVE PRX-LIBRO-ID (WS-IND-2)   TO REC-LIBRO-ID.
           MOVE PRX-SOCIO-ID (WS-IND-2)   TO REC-SOCIO-ID.
           MOVE PRX-FECHA-PRE (WS-IND-2)  TO REC-FECHA-PRESTAMO.
           MOVE PRX-FECHA-VENC (WS-IND-2) TO REC-FECHA-VENC.
           MOVE WS-FECHA-HOY              TO REC-FECHA-AVISO.
           MOVE WS-CANAL-AVISO            TO REC-CANAL.
           MOVE WS-RENOVABLE              TO REC-RENOVABLE.
           MOVE WS-PRIMERO-DEL-AVISO      TO REC-ENCABEZA.
           MOVE SPACE                     TO REC-RESULTADO.
           MOVE ZEROS                     TO REC-FECHA-CIERRE.
           WRITE DATOS-RECORDATORIO
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE "N" TO WS-PRIMERO-DEL-AVISO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SOCIO "                    DELIMITED BY SIZE
                   WS-SOCIO-AVISO             DELIMITED BY SIZE
                   " LIBRO "                  DELIMITED BY SIZE
                   PRX-LIBRO-ID (WS-IND-2)    DELIMITED BY SIZE
                   " VENCE "                  DELIMITED BY SIZE
                   PRX-FECHA-VENC (WS-IND-2)  DELIMITED BY SIZE
                   " CANAL "                  DELIMITED BY SIZE
                   WS-CANAL-AVISO             DELIMITED BY SIZE
                   " RENOVABLE "              DELIMITED BY SIZE
                   WS-RENOVABLE               DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *MIDE COMO TERMINARON LOS PRESTAMOS RECORDADOS: LOS TODAVIA
      *ABIERTOS SE COTEJAN CONTRA REG-PRESTAMOS.DAT (DEVUELTO DESPUES
      *DE SU VENCIMIENTO, PERDIDO, O ACTIVO Y YA VENCIDO CUENTAN COMO
      *ATRASO) Y EL RESULTADO QUEDA GRABADO PARA QUE SOBREVIVA AL
      *ARCHIVO ANUAL DE PRESTAMOS. DESPUES SE CUENTA TODO EL ARCHIVO.
       080-MEDIR-RESULTADOS.
           OPEN INPUT REG-PRESTAMOS.
           IF F-NOEXISTE-PRE
               CLOSE REG-PRESTAMOS
               GO TO 080-MEDIR-RESULTADOS-EXIT
           END-IF.
           MOVE LOW-VALUES TO REC-CLAVE.
           START REG-RECORDATORIOS KEY IS NOT LESS THAN REC-CLAVE
               INVALID KEY SET FIN-RECORDATORIOS TO TRUE
           END-START.
           IF NOT FIN-RECORDATORIOS
               READ REG-RECORDATORIOS NEXT RECORD AT END
                   SET FIN-RECORDATORIOS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-RECORDATORIOS
               IF REC-ABIERTO
                   PERFORM 085-COTEJAR-PRESTAMO
               END-IF
               ADD 1 TO WS-HIST-PRESTAMOS
               IF REC-ES-ENCABEZA
                   ADD 1 TO WS-HIST-RECORDATORIOS
               END-IF
               EVALUATE TRUE
                   WHEN REC-A-TIEMPO
                       ADD 1 TO WS-HIST-A-TIEMPO
                   WHEN REC-ATRASADO
                       ADD 1 TO WS-HIST-ATRASADOS
                   WHEN REC-SIN-DATO
                       ADD 1 TO WS-HIST-SIN-DATO
                   WHEN OTHER
                       ADD 1 TO WS-HIST-ABIERTOS
               END-EVALUATE
               READ REG-RECORDATORIOS NEXT RECORD AT END
                   SET FIN-RECORDATORIOS TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-PRESTAMOS.
       080-MEDIR-RESULTADOS-EXIT.
           EXIT.

      *COTEJA EL RECORDATORIO LEIDO CONTRA SU PRESTAMO Y, SI EL
      *PRESTAMO YA TIENE DESENLACE, LO REGRABA. EL VENCIMIENTO QUE
      *MANDA ES EL ACTUAL DEL PRESTAMO (UNA RENOVACION POSTERIOR AL
      *RECORDATORIO NO ES ATRASO).
       085-COTEJAR-PRESTAMO.
           MOVE REC-LIBRO-ID       TO PRESTAMO-LIBRO-ID.
           MOVE REC-SOCIO-ID       TO PRESTAMO-SOCIO-ID.
           MOVE REC-FECHA-PRESTAMO TO PRESTAMO-FECHA-PRESTAMO.
           READ REG-PRESTAMOS
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT ESTA-REG-PRE
                   SET REC-SIN-DATO TO TRUE
               WHEN PRESTAMO-DEVUELTO
                   MOVE PRESTAMO-FECHA-DEVOLUCION TO REC-FECHA-CIERRE
                   IF PRESTAMO-FECHA-DEVOLUCION >
                           PRESTAMO-FECHA-VENCIMIENTO
                       SET REC-ATRASADO TO TRUE
                   ELSE
                       SET REC-A-TIEMPO TO TRUE
                   END-IF
               WHEN PRESTAMO-PERDIDO
                   MOVE WS-FECHA-HOY TO REC-FECHA-CIERRE
                   SET REC-ATRASADO TO TRUE
               WHEN PRESTAMO-ACTIVO
                   AND PRESTAMO-FECHA-VENCIMIENTO < WS-FECHA-HOY
                   MOVE WS-FECHA-HOY TO REC-FECHA-CIERRE
                   SET REC-ATRASADO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT REC-ABIERTO
               REWRITE DATOS-RECORDATORIO END-REWRITE
           END-IF.

      *TOTALES DE LA NOCHE Y MEDICION ACUMULADA AL PIE DEL REPORTE.
       090-TOTALES.
           MOVE ZEROS TO WS-PORC-ATRASADOS.
           IF WS-HIST-A-TIEMPO + WS-HIST-ATRASADOS > ZEROS
               COMPUTE WS-PORC-ATRASADOS ROUNDED =
                       WS-HIST-ATRASADOS * 100
                       / (WS-HIST-A-TIEMPO + WS-HIST-ATRASADOS)
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ESTA NOCHE: "          DELIMITED BY SIZE
                   WS-CANT-RECORDATORIOS  DELIMITED BY SIZE
                   " RECORDATORIOS ("     DELIMITED BY SIZE
                   WS-CANT-CORREOS        DELIMITED BY SIZE
                   " CORREO, "            DELIMITED BY SIZE
                   WS-CANT-PAPEL          DELIMITED BY SIZE
                   " PAPEL) POR "         DELIMITED BY SIZE
                   WS-CANT-PRESTAMOS-AVIS DELIMITED BY SIZE
                   " PRESTAMOS"           DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SOCIOS SALTEADOS: "    DELIMITED BY SIZE
                   WS-CANT-SALTEADOS      DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESULTADO DE TODOS LOS RECORDATORIOS ENVIADOS"
                   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECORDATORIOS: "       DELIMITED BY SIZE
                   WS-HIST-RECORDATORIOS  DELIMITED BY SIZE
                   "  PRESTAMOS RECORDADOS: " DELIMITED BY SIZE
                   WS-HIST-PRESTAMOS      DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VOLVIERON A TIEMPO: "  DELIMITED BY SIZE
                   WS-HIST-A-TIEMPO       DELIMITED BY SIZE
                   "  CON ATRASO: "       DELIMITED BY SIZE
                   WS-HIST-ATRASADOS      DELIMITED BY SIZE
                   " ("                   DELIMITED BY SIZE
                   WS-PORC-ATRASADOS      DELIMITED BY SIZE
                   "%)"                   DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TODAVIA ABIERTOS: "    DELIMITED BY SIZE
                   WS-HIST-ABIERTOS       DELIMITED BY SIZE
                   "  ARCHIVADOS SIN MEDIR: " DELIMITED BY SIZE
                   WS-HIST-SIN-DATO       DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *POLITICA DE LA CATEGORIA DEL LIBRO EN CURSO, MISMA BUSQUEDA
      *QUE REGISTROLIBROS.CBL.
       BUSCAR-POLITICA-CATEGORIA.
           MOVE DIAS-PRESTAMO             TO AUX-DIAS-POLITICA.
           MOVE MAX-RENOVACIONES-PRESTAMO TO AUX-RENOV-POLITICA.
           MOVE "N" TO AUX-TITULO-NO-CIRCULA.
           OPEN INPUT POLITICAS.
           IF F-NOEXISTE-POL
               CLOSE POLITICAS
               GO TO BUSCAR-POLITICA-CATEGORIA-EXIT
           END-IF.
           MOVE CATEGORIA-STATUS TO POL-CATEGORIA.
           READ POLITICAS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-POLITICA
               MOVE POL-DIAS         TO AUX-DIAS-POLITICA
               MOVE POL-RENOVACIONES TO AUX-RENOV-POLITICA
               IF POLITICA-NO-CIRCULA
                   MOVE "S" TO AUX-TITULO-NO-CIRCULA
               END-IF
           END-IF.
           CLOSE POLITICAS.
       BUSCAR-POLITICA-CATEGORIA-EXIT.
           EXIT.

      *ABRE UN MENSAJE NUEVO EN LA COLA DE CORREO: TOMA EL NUMERO
      *DEL NUMERADOR (MISMO MANEJO QUE LOS NUMERADORES DE RECIBOS) Y
      *GRABA EL RENGLON 000 DE CABECERA PARA LA PASARELA.
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
           MOVE "RECORDATOR"       TO COLA-ORIGEN.
           MOVE WS-SOCIO-AVISO     TO COLA-SOCIO.
           MOVE WS-EMAIL-SOCIO     TO COLA-EMAIL.
           MOVE "BIBLIOTECA - RECORDATORIO DE VENCIMIENTO"
                                   TO COLA-ASUNTO.
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

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "RECORDATORIOS "  DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR   DELIMITED BY SIZE
                  " STATUS="         DELIMITED BY SIZE
                  WS-STATUS-ERROR    DELIMITED BY SIZE
                  " FECHA="          DELIMITED BY SIZE
                  WS-FECHA-ERROR     DELIMITED BY SIZE
                  " HORA="           DELIMITED BY SIZE
                  WS-HORA-ERROR      DELIMITED BY SIZE
                       " SEV="           DELIMITED BY SIZE
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
       END PROGRAM RECORDATORIOS.
