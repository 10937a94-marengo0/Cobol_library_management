       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CAPACIDADES.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *VIGILANCIA DE CAPACIDADES Y TOPES DE NUMERACION: VARIOS
      *CAMPOS SE VAN LLENANDO SIN QUE NADIE AVISE (EL CODIGO DE
      *PRODUCTO DEL MOSTRADOR TIENE 2 DIGITOS, CANTIDAD-EJEMPLARES
      *LLEGA A 999, LOS NUMERADORES .NUM TIENEN 6 DIGITOS Y LOS
      *CONTADORES DE REGISTROS DE RESGUARDO-MAESTROS Y
      *VERIFICA-ARCHIVOS TAMBIEN). CADA CORRIDA MIDE:
      *  - LA CANTIDAD DE REGISTROS DE REG-PRESTAMOS.DAT,
      *    AUDITORIA-LIBROS.DAT, REG-FINES-MAESTRO.DAT Y
      *    REGISTRO-LIBROS.DAT (TOPE 999999).
      *  - EL MAYOR LIBRO-ID Y LA MAYOR CANTIDAD-EJEMPLARES DEL
      *    CATALOGO Y EL MAYOR CODIGO DE STOCK-MAESTRO.DAT.
      *  - EL VALOR ACTUAL DE CADA NUMERADOR .NUM (TOPE 999999;
      *    CORREO-SALIDA.NUM TIENE 8 DIGITOS).
      *Y LO AGREGA A CAPACIDADES-HIST.DAT (UNA LINEA POR DATO Y
      *FECHA; UNA SOLA VEZ POR DIA). CON LA PRIMERA MEDICION DE LOS
      *ULTIMOS 365 DIAS COMO BASE (Y AL MENOS 7 DIAS DE DISTANCIA)
      *CALCULA EL CRECIMIENTO DIARIO Y LA FECHA EN QUE CADA DATO
      *LLEGARIA A SU TOPE. LO QUE LLEGA DENTRO DEL HORIZONTE
      *(PARAMETRO CAP-HORIZONTE DE MANT-PARAMETROS, SIN PARAMETRO
      *180 DIAS) O YA ESTA EN EL TOPE DEJA UNA LINEA EN LA BITACORA
      *CENTRAL (SEV=W; SEV=E SI YA LLEGO), QUE DIGESTO-ERRORES LISTA
      *EN EXCEPCIONES.LST. EL DETALLE DE TODOS LOS DATOS SALE EN
      *CAPACIDADES.LST. UN ARCHIVO QUE NO EXISTE SE INFORMA Y NO SE
      *REGISTRA. SOLO LEE LOS ARCHIVOS QUE MIDE.
      *SE AGENDA EN AGENDA-BATCH.DAT COMO TRABAJO SEMANAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LIBRO-ID
               ALTERNATE RECORD KEY IS NOMBRE
               ALTERNATE RECORD KEY IS EDITORIAL
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS ISBN
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS CATEGORIA
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUTOR-STATUS
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-LIBROS.

           SELECT REG-PRESTAMOS ASSIGN TO "REG-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRESTAMO-CLAVE-STATUS
               ALTERNATE RECORD KEY IS PRESTAMO-LIBRO-ID-STATUS
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRESTAMO-SOCIO-ID-STATUS
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-PRESTAMOS.

           SELECT STOCK-MAESTRO ASSIGN TO "STOCK-MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LLAVE-NUMERO-PRODUCTO
               FILE STATUS IS FS-STOCK.

           SELECT AUDITORIA-LIBROS ASSIGN TO "AUDITORIA-LIBROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT REG-FINES ASSIGN TO "REG-FINES-MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-FINES.

      *NUMERADORES: UN SELECT POR ARCHIVO (LOS NOMBRES SON FIJOS), EN
      *EL MISMO ORDEN QUE EN LA TABLA DE DATOS.
           SELECT NUMERADOR-01 ASSIGN TO "BLOQUES.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-02 ASSIGN TO "DEPOSITOS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-03 ASSIGN TO "DONACIONES.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-04 ASSIGN TO "FACTURAS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-05 ASSIGN TO "INTERBIB.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-06 ASSIGN TO "NOTAS-DEBITO.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-07 ASSIGN TO "ORDENES-COMPRA.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-08 ASSIGN TO "ORDENES-PAGO.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-09 ASSIGN TO "PREINSCRIPCIONES.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-10 ASSIGN TO "PROCESO-TECNICO.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-11 ASSIGN TO "RECIBOS-EVENTOS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-12 ASSIGN TO "RECIBOS-MEMB.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-13 ASSIGN TO "RECIBOS-MULTAS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-14 ASSIGN TO "RECIBOS-NOMINA.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-15 ASSIGN TO "REPARACIONES.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-16 ASSIGN TO "SOCIOS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-17 ASSIGN TO "SUGERENCIAS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-18 ASSIGN TO "TICKETS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-19 ASSIGN TO "TRANSFERENCIAS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
           SELECT NUMERADOR-20 ASSIGN TO "CORREO-SALIDA.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.

           SELECT HISTORIA ASSIGN TO "CAPACIDADES-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA.

           SELECT REPORTE-CAPACIDAD ASSIGN TO "CAPACIDADES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD REG-LIBROS.
       01 DATOS-LIBRO.
           05 LIBRO-ID PIC 9(6).
           05 NOMBRE   PIC X(60).
           05 EDITORIAL PIC X(20).
           05 ESTADO   PIC X(12).
           05 CANTIDAD-EJEMPLARES     PIC 9(3).
           05 EJEMPLARES-DISPONIBLES  PIC 9(3).
           05 ISBN     PIC X(13).
           05 CATEGORIA PIC X(15).
           05 ESTADO-FECHA PIC 9(8).
           05 VALOR-REPOSICION PIC 9(6)V99.
           05 AUTOR-STATUS            PIC X(20).

       FD REG-PRESTAMOS.
       01 DATOS-PRESTAMO-STATUS.
           05 PRESTAMO-CLAVE-STATUS.
               10 PRESTAMO-LIBRO-ID-STATUS       PIC 9(6).
               10 PRESTAMO-SOCIO-ID-STATUS       PIC 9(6).
               10 PRESTAMO-FECHA-PRESTAMO-STATUS PIC 9(8).
           05 PRESTAMO-RESTO-STATUS              PIC X(22).

       FD STOCK-MAESTRO.
       01 LLAVE.
           05 LLAVE-NUMERO-PRODUCTO PIC 9(2).
           05 FILLER                PIC X(59).

       FD AUDITORIA-LIBROS.
       01 LINEA-AUDITORIA             PIC X(100).

       FD REG-FINES.
       01 LINEA-FINES                 PIC X(70).

       FD NUMERADOR-01.
       01 LINEA-NUMERADOR-01         PIC X(8).

       FD NUMERADOR-02.
       01 LINEA-NUMERADOR-02         PIC X(8).

       FD NUMERADOR-03.
       01 LINEA-NUMERADOR-03         PIC X(8).

       FD NUMERADOR-04.
       01 LINEA-NUMERADOR-04         PIC X(8).

       FD NUMERADOR-05.
       01 LINEA-NUMERADOR-05         PIC X(8).

       FD NUMERADOR-06.
       01 LINEA-NUMERADOR-06         PIC X(8).

       FD NUMERADOR-07.
       01 LINEA-NUMERADOR-07         PIC X(8).

       FD NUMERADOR-08.
       01 LINEA-NUMERADOR-08         PIC X(8).

       FD NUMERADOR-09.
       01 LINEA-NUMERADOR-09         PIC X(8).

       FD NUMERADOR-10.
       01 LINEA-NUMERADOR-10         PIC X(8).

       FD NUMERADOR-11.
       01 LINEA-NUMERADOR-11         PIC X(8).

       FD NUMERADOR-12.
       01 LINEA-NUMERADOR-12         PIC X(8).

       FD NUMERADOR-13.
       01 LINEA-NUMERADOR-13         PIC X(8).

       FD NUMERADOR-14.
       01 LINEA-NUMERADOR-14         PIC X(8).

       FD NUMERADOR-15.
       01 LINEA-NUMERADOR-15         PIC X(8).

       FD NUMERADOR-16.
       01 LINEA-NUMERADOR-16         PIC X(8).

       FD NUMERADOR-17.
       01 LINEA-NUMERADOR-17         PIC X(8).

       FD NUMERADOR-18.
       01 LINEA-NUMERADOR-18         PIC X(8).

       FD NUMERADOR-19.
       01 LINEA-NUMERADOR-19         PIC X(8).

       FD NUMERADOR-20.
       01 LINEA-NUMERADOR-20         PIC X(8).

      *HISTORIA DE MEDICIONES: FECHA, DATO, VALOR MEDIDO Y TOPE DEL
      *CAMPO ESE DIA.
       FD HISTORIA.
       01 LINEA-HISTORIA.
           05 HIS-FECHA               PIC 9(8).
           05 HIS-DATO                PIC X(20).
           05 HIS-VALOR               PIC 9(9).
           05 HIS-LIMITE              PIC 9(9).

       FD REPORTE-CAPACIDAD.
       01 LINEA-REPORTE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
       77 FS-REG-PRESTAMOS         PIC XX.
           88 ESTA-REG-PRE         VALUE "00" "02".
       77 FS-STOCK                 PIC XX.
           88 ESTA-STOCK           VALUE "00" "02".
       77 FS-AUDITORIA             PIC XX.
           88 ESTA-AUDITORIA       VALUE "00" "02".
       77 FS-REG-FINES             PIC XX.
           88 ESTA-REG-FINES       VALUE "00" "02".
       77 FS-NUMERADOR             PIC XX.
           88 ESTA-NUMERADOR       VALUE "00" "02".
       77 FS-HISTORIA              PIC XX.
           88 ESTA-HISTORIA        VALUE "00" "02".
           88 FIN-HISTORIA         VALUE "10".
       77 FS-REPORTE               PIC XX.
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

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *DIAS HACIA ADELANTE EN QUE UN TOPE PROYECTADO SE AVISA.
       77 CAP-HORIZONTE            PIC 9(3) VALUE 180.

       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

      *DATOS QUE SE MIDEN: NOMBRE (EL MISMO EN LA HISTORIA Y EN LA
      *BITACORA), CLASE ("R" REGISTROS DE UN ARCHIVO, "V" MAYOR
      *VALOR DE UN CAMPO, "N" NUMERADOR), TOPE DEL CAMPO Y
      *DESCRIPCION PARA EL REPORTE. LOS "N" VAN AL FINAL, EN EL
      *ORDEN DE LOS SELECT DE NUMERADORES.
       77 MAX-DATOS                PIC 9(2) VALUE 27.
       77 PRIMER-NUMERADOR         PIC 9(2) VALUE 8.
       01 CATALOGO-DATOS.
           05 FILLER PIC X(20) VALUE "REG-PRESTAMOS.DAT".
           05 FILLER PIC X(01) VALUE "R".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "REGISTROS DE PRESTAMOS".
           05 FILLER PIC X(20) VALUE "AUDITORIA-LIBROS.DAT".
           05 FILLER PIC X(01) VALUE "R".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "LINEAS DE AUDITORIA DEL CATALOGO".
           05 FILLER PIC X(20) VALUE "REG-FINES-MAESTRO".
           05 FILLER PIC X(01) VALUE "R".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "LINEAS DEL LIBRO DE MULTAS".
           05 FILLER PIC X(20) VALUE "REGISTRO-LIBROS.DAT".
           05 FILLER PIC X(01) VALUE "R".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "TITULOS DEL CATALOGO".
           05 FILLER PIC X(20) VALUE "LIBRO-ID".
           05 FILLER PIC X(01) VALUE "V".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "MAYOR NUMERO DE TITULO EN USO".
           05 FILLER PIC X(20) VALUE "CANTIDAD-EJEMPLARES".
           05 FILLER PIC X(01) VALUE "V".
           05 FILLER PIC 9(08) VALUE 999.
           05 FILLER PIC X(36) VALUE "MAYOR CANTIDAD DE EJEMPLARES".
           05 FILLER PIC X(20) VALUE "COD-PRODUCTO-STOCK".
           05 FILLER PIC X(01) VALUE "V".
           05 FILLER PIC 9(08) VALUE 99.
           05 FILLER PIC X(36) VALUE "MAYOR CODIGO DE PRODUCTO (STOCK)".
           05 FILLER PIC X(20) VALUE "BLOQUES.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE PRESTAMO-BLOQUE".
           05 FILLER PIC X(20) VALUE "DEPOSITOS.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE DEPOSITOS-BANCO".
           05 FILLER PIC X(20) VALUE "DONACIONES.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE DONACIONES".
           05 FILLER PIC X(20) VALUE "FACTURAS.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE CUENTAS-CLIENTES".
           05 FILLER PIC X(20) VALUE "INTERBIB.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE PREST-INTERBIB".
           05 FILLER PIC X(20) VALUE "NOTAS-DEBITO.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE COMPRAS".
           05 FILLER PIC X(20) VALUE "ORDENES-COMPRA.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE COMPRAS".
           05 FILLER PIC X(20) VALUE "ORDENES-PAGO.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE FACTURAS-PROV".
           05 FILLER PIC X(20) VALUE "PREINSCRIPCIONES.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE PREINSC-NOCHE".
           05 FILLER PIC X(20) VALUE "PROCESO-TECNICO.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE TRANSFIERE-LIBROS".
           05 FILLER PIC X(20) VALUE "RECIBOS-EVENTOS.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE EVENTOS".
           05 FILLER PIC X(20) VALUE "RECIBOS-MEMB.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE MEMBRESIA-COBRO".
           05 FILLER PIC X(20) VALUE "RECIBOS-MULTAS.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE PAGOS-WEB".
           05 FILLER PIC X(20) VALUE "RECIBOS-NOMINA.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE NOMINA".
           05 FILLER PIC X(20) VALUE "REPARACIONES.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE REPARACIONES".
           05 FILLER PIC X(20) VALUE "SOCIOS.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE ALTA-ESTUDIANTES".
           05 FILLER PIC X(20) VALUE "SUGERENCIAS.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE SUGERENCIAS".
           05 FILLER PIC X(20) VALUE "TICKETS.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE TESTING".
           05 FILLER PIC X(20) VALUE "TRANSFERENCIAS.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE RESERVAS-NOCHE".
           05 FILLER PIC X(20) VALUE "CORREO-SALIDA.NUM".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(08) VALUE 99999999.
           05 FILLER PIC X(36) VALUE "NUMERADOR DE CARTAS-ATRASO".
       01 FILLER REDEFINES CATALOGO-DATOS.
           05 CAT-ENT OCCURS 27 TIMES.
               10 CAT-NOMBRE       PIC X(20).
               10 CAT-CLASE        PIC X(01).
               10 CAT-LIMITE       PIC 9(08).
               10 CAT-DESCRIPCION  PIC X(36).

      *MEDICION DE HOY Y BASE TOMADA DE LA HISTORIA POR DATO.
       01 TABLA-DATOS.
           05 TDA-ENT OCCURS 27 TIMES.
               10 TDA-MEDIDO       PIC X(1).
               10 TDA-VALOR        PIC 9(9).
               10 TDA-BASE-FECHA   PIC 9(8).
               10 TDA-BASE-VALOR   PIC 9(9).

       77 WS-IND                   PIC 9(2) VALUE ZEROS.
       77 WS-IND-NUM               PIC 9(2) VALUE ZEROS.
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-SERIAL-HOY            PIC 9(7) VALUE ZEROS.
       77 WS-FECHA-CORTE           PIC 9(8) VALUE ZEROS.
       77 WS-ULTIMA-HISTORIA       PIC 9(8) VALUE ZEROS.
       77 WS-CANT-LEIDOS           PIC 9(9) VALUE ZEROS.
       77 WS-MAYOR-VALOR           PIC 9(9) VALUE ZEROS.
       77 WS-MAYOR-EJEMPLARES      PIC 9(9) VALUE ZEROS.
       77 WS-NUM-TEXTO             PIC X(8) VALUE SPACES.
       77 WS-CANT-AVISOS           PIC 9(3) VALUE ZEROS.

      *PROYECCION DE UN DATO.
       77 WS-DIAS-BASE             PIC 9(7) VALUE ZEROS.
       77 WS-CRECIMIENTO           PIC 9(9) VALUE ZEROS.
       77 WS-TASA-DIARIA           PIC 9(9)V9(6) VALUE ZEROS.
       77 WS-DIAS-AL-TOPE          PIC 9(9) VALUE ZEROS.
       77 WS-FECHA-TOPE            PIC 9(8) VALUE ZEROS.
       77 WS-SITUACION             PIC X(40) VALUE SPACES.
       77 WS-VALOR-EDIT            PIC Z(8)9.
       77 WS-LIMITE-EDIT           PIC Z(8)9.
       77 WS-DIAS-EDIT             PIC Z(8)9.
       77 WS-AVISAR                PIC X VALUE "N".
           88 HAY-QUE-AVISAR       VALUE "S".

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PARAMETROS.
           DISPLAY "===== CAPACIDADES Y TOPES DE NUMERACION =====".
           INITIALIZE TABLA-DATOS.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-HOY TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           MOVE FSR-SERIAL TO WS-SERIAL-HOY.
           MOVE "F" TO FSR-ACCION.
           COMPUTE FSR-SERIAL = WS-SERIAL-HOY - 365.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           MOVE FSR-FECHA TO WS-FECHA-CORTE.
           PERFORM 020-CARGAR-HISTORIA THRU 020-CARGAR-HISTORIA-EXIT.
           PERFORM 030-MEDIR-LIBROS THRU 030-MEDIR-LIBROS-EXIT.
           PERFORM 032-MEDIR-PRESTAMOS THRU 032-MEDIR-PRESTAMOS-EXIT.
           PERFORM 034-MEDIR-SECUENCIALES.
           PERFORM 036-MEDIR-STOCK THRU 036-MEDIR-STOCK-EXIT.
           PERFORM VARYING WS-IND FROM PRIMER-NUMERADOR BY 1
                   UNTIL WS-IND > MAX-DATOS
               PERFORM 038-LEER-NUMERADOR
           END-PERFORM.
           OPEN OUTPUT REPORTE-CAPACIDAD.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CAPACIDADES Y TOPES DE NUMERACION - "
                                          DELIMITED BY SIZE
                   WS-FECHA-HOY           DELIMITED BY SIZE
                   " - HORIZONTE: "       DELIMITED BY SIZE
                   CAP-HORIZONTE          DELIMITED BY SIZE
                   " DIAS"                DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DATO                     VALOR      TOPE  SITUACION"
                   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > MAX-DATOS
               PERFORM 040-PROYECTAR-DATO THRU 040-PROYECTAR-DATO-EXIT
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DATOS QUE LLEGAN AL TOPE DENTRO DEL HORIZONTE: "
                                          DELIMITED BY SIZE
                   WS-CANT-AVISOS         DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.
           CLOSE REPORTE-CAPACIDAD.
           PERFORM 050-GRABAR-HISTORIA THRU 050-GRABAR-HISTORIA-EXIT.
           DISPLAY "CAPACIDADES.LST GENERADO.".
           GOBACK.

      *BASE DE CADA DATO: LA PRIMERA MEDICION DESDE LA FECHA DE
      *CORTE (LA HISTORIA SE GRABA EN ORDEN DE FECHA). SE GUARDA
      *ADEMAS LA ULTIMA FECHA GRABADA PARA NO REPETIR EL DIA.
       020-CARGAR-HISTORIA.
           MOVE ZEROS TO WS-ULTIMA-HISTORIA.
           OPEN INPUT HISTORIA.
           IF NOT ESTA-HISTORIA
               GO TO 020-CARGAR-HISTORIA-EXIT
           END-IF.
           READ HISTORIA AT END SET FIN-HISTORIA TO TRUE
           END-READ.
           PERFORM UNTIL FIN-HISTORIA
               IF HIS-FECHA IS NUMERIC AND HIS-VALOR IS NUMERIC
                   MOVE HIS-FECHA TO WS-ULTIMA-HISTORIA
                   IF HIS-FECHA >= WS-FECHA-CORTE
                       AND HIS-FECHA < WS-FECHA-HOY
                       PERFORM 025-ANOTAR-BASE
                   END-IF
               END-IF
               READ HISTORIA AT END SET FIN-HISTORIA TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HISTORIA.
       020-CARGAR-HISTORIA-EXIT.
           EXIT.

       025-ANOTAR-BASE.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > MAX-DATOS
               IF CAT-NOMBRE (WS-IND) = HIS-DATO
                   AND TDA-BASE-FECHA (WS-IND) = ZEROS
                   MOVE HIS-FECHA TO TDA-BASE-FECHA (WS-IND)
                   MOVE HIS-VALOR TO TDA-BASE-VALOR (WS-IND)
               END-IF
           END-PERFORM.

      *CATALOGO: CANTIDAD DE TITULOS, MAYOR LIBRO-ID Y MAYOR
      *CANTIDAD DE EJEMPLARES, EN UNA SOLA RECORRIDA POR LIBRO-ID.
       030-MEDIR-LIBROS.
           MOVE ZEROS TO WS-CANT-LEIDOS WS-MAYOR-VALOR
                         WS-MAYOR-EJEMPLARES.
           OPEN INPUT REG-LIBROS.
           IF NOT ESTA-REG-LIB
               GO TO 030-MEDIR-LIBROS-EXIT
           END-IF.
           READ REG-LIBROS NEXT RECORD
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL NOT ESTA-REG-LIB
               ADD 1 TO WS-CANT-LEIDOS
               IF LIBRO-ID > WS-MAYOR-VALOR
                   MOVE LIBRO-ID TO WS-MAYOR-VALOR
               END-IF
               IF CANTIDAD-EJEMPLARES IS NUMERIC
                   AND CANTIDAD-EJEMPLARES > WS-MAYOR-EJEMPLARES
                   MOVE CANTIDAD-EJEMPLARES TO WS-MAYOR-EJEMPLARES
               END-IF
               READ REG-LIBROS NEXT RECORD
                   AT END CONTINUE
               END-READ
           END-PERFORM.
           CLOSE REG-LIBROS.
           MOVE 4 TO WS-IND.
           MOVE WS-CANT-LEIDOS TO TDA-VALOR (WS-IND).
           MOVE "S" TO TDA-MEDIDO (WS-IND).
           MOVE 5 TO WS-IND.
           MOVE WS-MAYOR-VALOR TO TDA-VALOR (WS-IND).
           MOVE "S" TO TDA-MEDIDO (WS-IND).
           MOVE 6 TO WS-IND.
           MOVE WS-MAYOR-EJEMPLARES TO TDA-VALOR (WS-IND).
           MOVE "S" TO TDA-MEDIDO (WS-IND).
       030-MEDIR-LIBROS-EXIT.
           EXIT.

       032-MEDIR-PRESTAMOS.
           MOVE ZEROS TO WS-CANT-LEIDOS.
           OPEN INPUT REG-PRESTAMOS.
           IF NOT ESTA-REG-PRE
               GO TO 032-MEDIR-PRESTAMOS-EXIT
           END-IF.
           READ REG-PRESTAMOS NEXT RECORD
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL NOT ESTA-REG-PRE
               ADD 1 TO WS-CANT-LEIDOS
               READ REG-PRESTAMOS NEXT RECORD
                   AT END CONTINUE
               END-READ
           END-PERFORM.
           CLOSE REG-PRESTAMOS.
           MOVE WS-CANT-LEIDOS TO TDA-VALOR (1).
           MOVE "S" TO TDA-MEDIDO (1).
       032-MEDIR-PRESTAMOS-EXIT.
           EXIT.

      *BITACORAS EN TEXTO: UNA LINEA ES UN REGISTRO.
       034-MEDIR-SECUENCIALES.
           MOVE ZEROS TO WS-CANT-LEIDOS.
           OPEN INPUT AUDITORIA-LIBROS.
           IF ESTA-AUDITORIA
               READ AUDITORIA-LIBROS AT END CONTINUE
               END-READ
               PERFORM UNTIL NOT ESTA-AUDITORIA
                   ADD 1 TO WS-CANT-LEIDOS
                   READ AUDITORIA-LIBROS AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-LIBROS
               MOVE WS-CANT-LEIDOS TO TDA-VALOR (2)
               MOVE "S" TO TDA-MEDIDO (2)
           END-IF.
           MOVE ZEROS TO WS-CANT-LEIDOS.
           OPEN INPUT REG-FINES.
           IF ESTA-REG-FINES
               READ REG-FINES AT END CONTINUE
               END-READ
               PERFORM UNTIL NOT ESTA-REG-FINES
                   ADD 1 TO WS-CANT-LEIDOS
                   READ REG-FINES AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE REG-FINES
               MOVE WS-CANT-LEIDOS TO TDA-VALOR (3)
               MOVE "S" TO TDA-MEDIDO (3)
           END-IF.

      *EL CODIGO DE PRODUCTO ES LA CLAVE: EL ULTIMO LEIDO EN ORDEN
      *ES EL MAYOR.
       036-MEDIR-STOCK.
           MOVE ZEROS TO WS-MAYOR-VALOR.
           OPEN INPUT STOCK-MAESTRO.
           IF NOT ESTA-STOCK
               GO TO 036-MEDIR-STOCK-EXIT
           END-IF.
           READ STOCK-MAESTRO NEXT RECORD
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL NOT ESTA-STOCK
               IF LLAVE-NUMERO-PRODUCTO > WS-MAYOR-VALOR
                   MOVE LLAVE-NUMERO-PRODUCTO TO WS-MAYOR-VALOR
               END-IF
               READ STOCK-MAESTRO NEXT RECORD
                   AT END CONTINUE
               END-READ
           END-PERFORM.
           CLOSE STOCK-MAESTRO.
           MOVE WS-MAYOR-VALOR TO TDA-VALOR (7).
           MOVE "S" TO TDA-MEDIDO (7).
       036-MEDIR-STOCK-EXIT.
           EXIT.

      *UN NUMERADOR ES UNA SOLA LINEA CON EL ULTIMO NUMERO DADO, DE 6
      *DIGITOS (8 EL DE CORREO-SALIDA). SIN ARCHIVO O SIN UN NUMERO
      *LEGIBLE EL DATO QUEDA SIN MEDIR.
       038-LEER-NUMERADOR.
           MOVE SPACES TO WS-NUM-TEXTO.
           COMPUTE WS-IND-NUM = WS-IND - PRIMER-NUMERADOR + 1.
           EVALUATE WS-IND-NUM
               WHEN 1
                   OPEN INPUT NUMERADOR-01
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-01 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-01
                   END-IF
               WHEN 2
                   OPEN INPUT NUMERADOR-02
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-02 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-02
                   END-IF
               WHEN 3
                   OPEN INPUT NUMERADOR-03
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-03 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-03
                   END-IF
               WHEN 4
                   OPEN INPUT NUMERADOR-04
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-04 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-04
                   END-IF
               WHEN 5
                   OPEN INPUT NUMERADOR-05
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-05 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-05
                   END-IF
               WHEN 6
                   OPEN INPUT NUMERADOR-06
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-06 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-06
                   END-IF
               WHEN 7
                   OPEN INPUT NUMERADOR-07
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-07 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-07
                   END-IF
               WHEN 8
                   OPEN INPUT NUMERADOR-08
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-08 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-08
                   END-IF
               WHEN 9
                   OPEN INPUT NUMERADOR-09
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-09 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-09
                   END-IF
               WHEN 10
                   OPEN INPUT NUMERADOR-10
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-10 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-10
                   END-IF
               WHEN 11
                   OPEN INPUT NUMERADOR-11
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-11 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-11
                   END-IF
               WHEN 12
                   OPEN INPUT NUMERADOR-12
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-12 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-12
                   END-IF
               WHEN 13
                   OPEN INPUT NUMERADOR-13
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-13 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-13
                   END-IF
               WHEN 14
                   OPEN INPUT NUMERADOR-14
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-14 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-14
                   END-IF
               WHEN 15
                   OPEN INPUT NUMERADOR-15
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-15 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-15
                   END-IF
               WHEN 16
                   OPEN INPUT NUMERADOR-16
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-16 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-16
                   END-IF
               WHEN 17
                   OPEN INPUT NUMERADOR-17
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-17 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-17
                   END-IF
               WHEN 18
                   OPEN INPUT NUMERADOR-18
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-18 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-18
                   END-IF
               WHEN 19
                   OPEN INPUT NUMERADOR-19
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-19 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-19
                   END-IF
               WHEN 20
                   OPEN INPUT NUMERADOR-20
                   IF ESTA-NUMERADOR
                       READ NUMERADOR-20 INTO WS-NUM-TEXTO
                           AT END CONTINUE
                       END-READ
                       CLOSE NUMERADOR-20
                   END-IF
           END-EVALUATE.
           IF WS-NUM-TEXTO IS NUMERIC
               MOVE WS-NUM-TEXTO TO TDA-VALOR (WS-IND)
               MOVE "S" TO TDA-MEDIDO (WS-IND)
           ELSE
               IF WS-NUM-TEXTO (1:6) IS NUMERIC
                   AND WS-NUM-TEXTO (7:2) = SPACES
                   MOVE WS-NUM-TEXTO (1:6) TO TDA-VALOR (WS-IND)
                   MOVE "S" TO TDA-MEDIDO (WS-IND)
               END-IF
           END-IF.

      *SITUACION DEL DATO WS-IND CONTRA SU TOPE. SE AVISA SI YA LO
      *ALCANZO O SI AL RITMO DE CRECIMIENTO DESDE LA BASE LO ALCANZA
      *DENTRO DEL HORIZONTE.
       040-PROYECTAR-DATO.
           MOVE "N" TO WS-AVISAR.
           MOVE SPACES TO WS-SITUACION.
           MOVE ZEROS TO WS-VALOR-EDIT.
           MOVE CAT-LIMITE (WS-IND) TO WS-LIMITE-EDIT.
           IF TDA-MEDIDO (WS-IND) NOT = "S"
               MOVE "SIN ARCHIVO" TO WS-SITUACION
               GO TO 040-PROYECTAR-DATO-LINEA
           END-IF.
           MOVE TDA-VALOR (WS-IND) TO WS-VALOR-EDIT.
           IF TDA-VALOR (WS-IND) >= CAT-LIMITE (WS-IND)
               MOVE "*** EN EL TOPE ***" TO WS-SITUACION
               MOVE "S" TO WS-AVISAR
               MOVE "E" TO WS-SEVERIDAD-ERROR
               GO TO 040-PROYECTAR-DATO-LINEA
           END-IF.
           IF TDA-BASE-FECHA (WS-IND) = ZEROS
               MOVE "SIN HISTORIA SUFICIENTE" TO WS-SITUACION
               GO TO 040-PROYECTAR-DATO-LINEA
           END-IF.
           MOVE "S" TO FSR-ACCION.
           MOVE TDA-BASE-FECHA (WS-IND) TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO NOT = "OK"
               OR FSR-SERIAL >= WS-SERIAL-HOY
               MOVE "SIN HISTORIA SUFICIENTE" TO WS-SITUACION
               GO TO 040-PROYECTAR-DATO-LINEA
           END-IF.
           COMPUTE WS-DIAS-BASE = WS-SERIAL-HOY - FSR-SERIAL.
           IF WS-DIAS-BASE < 7
               MOVE "SIN HISTORIA SUFICIENTE" TO WS-SITUACION
               GO TO 040-PROYECTAR-DATO-LINEA
           END-IF.
           IF TDA-VALOR (WS-IND) <= TDA-BASE-VALOR (WS-IND)
               MOVE "SIN CRECIMIENTO" TO WS-SITUACION
               GO TO 040-PROYECTAR-DATO-LINEA
           END-IF.
           COMPUTE WS-CRECIMIENTO = TDA-VALOR (WS-IND)
                   - TDA-BASE-VALOR (WS-IND).
           COMPUTE WS-TASA-DIARIA = WS-CRECIMIENTO / WS-DIAS-BASE.
           COMPUTE WS-DIAS-AL-TOPE =
                   (CAT-LIMITE (WS-IND) - TDA-VALOR (WS-IND))
                   / WS-TASA-DIARIA
               ON SIZE ERROR MOVE 999999999 TO WS-DIAS-AL-TOPE
           END-COMPUTE.
           MOVE WS-DIAS-AL-TOPE TO WS-DIAS-EDIT.
           MOVE SPACES TO WS-SITUACION.
           IF WS-DIAS-AL-TOPE > 999999
               STRING "TOPE EN MAS DE " DELIMITED BY SIZE
                       "999999 DIAS"    DELIMITED BY SIZE
                       INTO WS-SITUACION
               GO TO 040-PROYECTAR-DATO-LINEA
           END-IF.
           MOVE "F" TO FSR-ACCION.
           COMPUTE FSR-SERIAL = WS-SERIAL-HOY + WS-DIAS-AL-TOPE.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           MOVE FSR-FECHA TO WS-FECHA-TOPE.
           STRING "TOPE EN"        DELIMITED BY SIZE
                   WS-DIAS-EDIT     DELIMITED BY SIZE
                   " DIAS ("        DELIMITED BY SIZE
                   WS-FECHA-TOPE    DELIMITED BY SIZE
                   ")"              DELIMITED BY SIZE
                   INTO WS-SITUACION.
           IF WS-DIAS-AL-TOPE <= CAP-HORIZONTE
               MOVE "S" TO WS-AVISAR
               MOVE "W" TO WS-SEVERIDAD-ERROR
           END-IF.
       040-PROYECTAR-DATO-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           IF HAY-QUE-AVISAR
               MOVE "*" TO LINEA-REPORTE (80:1)
           END-IF.
           STRING CAT-NOMBRE (WS-IND)  DELIMITED BY SIZE
                   WS-VALOR-EDIT        DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-LIMITE-EDIT       DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-SITUACION         DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  "                     DELIMITED BY SIZE
                   CAT-DESCRIPCION (WS-IND) DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF NOT HAY-QUE-AVISAR
               GO TO 040-PROYECTAR-DATO-EXIT
           END-IF.
           ADD 1 TO WS-CANT-AVISOS.
           DISPLAY CAT-NOMBRE (WS-IND) " " WS-SITUACION.
      *LA LINEA DE BITACORA LLEVA EL NOMBRE DEL DATO EN EL LUGAR DEL
      *ARCHIVO; DIGESTO-ERRORES LA RECONOCE POR EL PROGRAMA.
           MOVE CAT-NOMBRE (WS-IND) TO WS-ARCHIVO-ERROR.
           MOVE "CP" TO WS-STATUS-ERROR.
           PERFORM REGISTRAR-ERROR-CENTRAL.
       040-PROYECTAR-DATO-EXIT.
           EXIT.

      *UNA LINEA POR DATO MEDIDO, CON LA FECHA DE HOY. SI HOY YA SE
      *GRABO (CORRIDA REPETIDA) NO SE VUELVE A GRABAR.
       050-GRABAR-HISTORIA.
           IF WS-ULTIMA-HISTORIA = WS-FECHA-HOY
               DISPLAY "LA MEDICION DE HOY YA ESTABA EN LA HISTORIA."
               GO TO 050-GRABAR-HISTORIA-EXIT
           END-IF.
           OPEN EXTEND HISTORIA.
           IF NOT ESTA-HISTORIA
               CLOSE HISTORIA
               OPEN OUTPUT HISTORIA
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > MAX-DATOS
               IF TDA-MEDIDO (WS-IND) = "S"
                   MOVE WS-FECHA-HOY TO HIS-FECHA
                   MOVE CAT-NOMBRE (WS-IND) TO HIS-DATO
                   MOVE TDA-VALOR (WS-IND) TO HIS-VALOR
                   MOVE CAT-LIMITE (WS-IND) TO HIS-LIMITE
                   WRITE LINEA-HISTORIA
               END-IF
           END-PERFORM.
           CLOSE HISTORIA.
       050-GRABAR-HISTORIA-EXIT.
           EXIT.

       CARGAR-PARAMETROS.
           MOVE "CAP-HORIZONTE" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO CAP-HORIZONTE
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "CAPACIDADES "       DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR     DELIMITED BY SIZE
                  " STATUS="           DELIMITED BY SIZE
                  WS-STATUS-ERROR      DELIMITED BY SIZE
                  " FECHA="            DELIMITED BY SIZE
                  WS-FECHA-ERROR       DELIMITED BY SIZE
                  " HORA="             DELIMITED BY SIZE
                  WS-HORA-ERROR        DELIMITED BY SIZE
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
       END PROGRAM CAPACIDADES.
