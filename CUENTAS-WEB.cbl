       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CUENTAS-WEB.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *EXPORTACION NOCTURNA DE LAS CUENTAS DE SOCIO PARA LA PAGINA
      *"MI CUENTA" DEL SITIO: EXPORT-WEB SOLO PUBLICA EL CATALOGO Y
      *EL SOCIO QUE ENTRA POR SIWEB00 PODIA PEDIR RENOVACIONES Y
      *RESERVAS PERO NO VER LO QUE TIENE EN SU PODER, Y LLAMABA A LA
      *MESA. POR CADA ACCESO WEB HABILITADO DE UN SOCIO NO
      *SUSPENDIDO SE VUELCA A CUENTAS-WEB.TXT, DELIMITADO CON ";" Y
      *REGENERADO EN CADA CORRIDA:
      *  CUENTAS-WEB;FECHA                          (ENCABEZADO)
      *  SOC;SOCIO;USUARIO;VENC-MEMBRESIA;SALDO-MULTAS
      *  PRE;SOCIO;LIBRO;TITULO;FECHA-PRESTAMO;VENCE;RENOV-QUEDAN
      *  RES;SOCIO;LIBRO;TITULO;FECHA-RESERVA;PUESTO-EN-COLA
      *  RET;SOCIO;LIBRO;TITULO;SUCURSAL;RETIRAR-HASTA
      *  TRA;SOCIO;LIBRO;TITULO;SUCURSAL               (EN CAMINO)
      *LAS RENOVACIONES QUE QUEDAN SALEN DEL TOPE DE
      *POLITICAS-PRESTAMO.DAT PARA LA CATEGORIA DEL TITULO (CERO SI
      *NO CIRCULA); EL PUESTO EN LA COLA CUENTA LAS RESERVAS ACTIVAS
      *DEL MISMO LIBRO EN EL ORDEN EN QUE RESERVAS-NOCHE PASA EL
      *EJEMPLAR AL SIGUIENTE; EL SALDO DE MULTAS ES EL ARRASTRADO DE
      *CIERRE-FINES MAS LAS FILAS VIVAS DE REG-FINES-MAESTRO.DAT
      *(CERO SI QUEDA A FAVOR). LOS ACCESOS DESHABILITADOS, LOS DE
      *SOCIOS SUSPENDIDOS Y LOS DE CLAVES NO NUMERICAS NO SE
      *EXPORTAN. PENSADO COMO PASO DE PROCESO-NOCTURNO, DESPUES DE
      *WEB-SOLICITUDES Y RESERVAS-NOCHE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ACCESOS WEB POR SOCIO (SIWEB00M).
           SELECT REG-WEB ASSIGN TO "siweb00.fic"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WEB-CLAVE-STATUS
               FILE STATUS IS FS-REG-WEB.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

           SELECT REG-PRESTAMOS ASSIGN TO "REG-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRESTAMO-CLAVE
               ALTERNATE RECORD KEY IS PRESTAMO-LIBRO-ID
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRESTAMO-SOCIO-ID
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-PRESTAMOS.

           SELECT REG-RESERVAS ASSIGN TO "REG-RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RESERVA-CLAVE
               ALTERNATE RECORD KEY IS RESERVA-LIBRO-ID
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-RESERVAS.

      *VISTA PARCIAL DEL CATALOGO: TITULO Y CATEGORIA.
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LIBRO-ID-STATUS
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-LIBROS.

           SELECT POLITICAS ASSIGN TO "POLITICAS-PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-CATEGORIA
               FILE STATUS IS FS-POLITICAS.

           SELECT REG-FINES ASSIGN TO "REG-FINES-MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-FINES.

      *SALDO ARRASTRADO POR SOCIO AL ULTIMO CORTE DE CIERRE-FINES.
           SELECT SALDOS-FINES ASSIGN TO "SALDOS-FINES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAL-SOCIO-ID
               FILE STATUS IS FS-SALDOS-FINES.

           SELECT EXPORTACION ASSIGN TO "CUENTAS-WEB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORTACION.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD REG-WEB.
       01 DATOS-WEB-STATUS.
           05 WEB-CLAVE-STATUS        PIC X(11).
           05 WEB-USUARIO-STATUS      PIC X(20).
           05 FILLER                  PIC X(15).
           05 WEB-HABILITADO-STATUS   PIC X(01).
               88 WEB-ESTA-HABILITADO VALUE "H".
           05 FILLER                  PIC X(98).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 FILLER                  PIC X(158).
           05 SOCIO-FECHA-VENC-STATUS PIC 9(8).
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
           05 PRESTAMO-RENOVACIONES        PIC 9(01).
           05 PRESTAMO-SUCURSAL            PIC X(03).
           05 PRESTAMO-NIVEL-AVISO         PIC 9(01).

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

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           05 NOMBRE-STATUS               PIC X(60).
           05 FILLER                      PIC X(51).
           05 CATEGORIA-STATUS            PIC X(15).
           05 FILLER                      PIC X(16).
           05 FILLER                      PIC X(20).

       FD POLITICAS.
       01 DATOS-POLITICA.
           05 POL-CATEGORIA           PIC X(15).
           05 POL-DIAS                PIC 9(3).
           05 POL-RENOVACIONES        PIC 9(1).
           05 POL-EDAD-MINIMA         PIC 9(2).
           05 POL-NO-CIRCULA          PIC X(1).
               88 POLITICA-NO-CIRCULA VALUE "S".

       FD REG-FINES.
       01 FINES-TRANSACCION.
           05 FINES-SOCIO-ID         PIC 9(6).
           05 FINES-LIBRO-ID         PIC 9(6).
           05 FINES-FECHA            PIC 9(8).
           05 FINES-TIPO             PIC X(01).
               88 FINES-ASIGNADA     VALUE "A".
           05 FINES-MONTO            PIC 9(6)V99.
           05 FILLER                 PIC X(41).

       FD SALDOS-FINES.
       01 REG-SALDO-FINES.
           05 SAL-SOCIO-ID            PIC 9(6).
           05 SAL-ASIGNADO            PIC 9(8)V99.
           05 SAL-PAGADO              PIC 9(8)V99.
           05 SAL-FECHA-VIEJA         PIC 9(8).
           05 SAL-FECHA-CORTE         PIC 9(8).

       FD EXPORTACION.
       01 LINEA-EXPORT                PIC X(200).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-WEB               PIC XX.
           88 FIN-REG-WEB          VALUE "10".
           88 F-NOEXISTE-WEB       VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-REG-PRESTAMOS         PIC XX.
           88 FIN-REG-PRE          VALUE "10".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-REG-RESERVAS          PIC XX.
           88 FIN-REG-RES          VALUE "10".
           88 F-NOEXISTE-RES       VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-POLITICAS             PIC XX.
           88 ESTA-POLITICA        VALUE "00" "02".
           88 F-NOEXISTE-POL       VALUE "35".

       77 FS-REG-FINES             PIC XX.
           88 FIN-REG-FINES        VALUE "10".
           88 F-NOEXISTE-FINES     VALUE "35".

       77 FS-SALDOS-FINES          PIC XX.
           88 ESTA-SALDO           VALUE "00" "02".
           88 F-NOEXISTE-SALDOS    VALUE "35".

       77 FS-EXPORTACION           PIC XX.

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

      *TOPE DE RENOVACIONES SIN POLITICA PARA LA CATEGORIA, MISMO
      *VALOR POR DEFECTO QUE REGISTROLIBROS.CBL.
       77 MAX-RENOVACIONES-PRESTAMO PIC 9(01) VALUE 3.
       77 AUX-RENOV-POLITICA       PIC 9(1) VALUE ZEROS.
       77 WS-RENOV-QUEDAN          PIC 9(1) VALUE ZEROS.

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-HAY-POLITICAS         PIC X VALUE "N".
           88 HAY-POLITICAS        VALUE "S".
       77 WS-HAY-LIBROS            PIC X VALUE "N".
           88 HAY-LIBROS           VALUE "S".
       77 WS-TITULO                PIC X(60) VALUE SPACES.
       77 WS-IND                   PIC 9(5) VALUE ZEROS.
       77 WS-IND-RSV               PIC 9(5) VALUE ZEROS.
       77 WS-IND-HALLADO           PIC 9(5) VALUE ZEROS.
       77 WS-IND-BUS               PIC 9(5) VALUE ZEROS.
       77 WS-TABLA-LLENA           PIC X VALUE "N".
           88 TABLA-LLENA          VALUE "S".
       77 WS-SOCIO-BUSCADO         PIC 9(6) VALUE ZEROS.
       77 WS-LIBRO-COLA            PIC 9(6) VALUE ZEROS.
       77 WS-PUESTO-COLA           PIC 9(3) VALUE ZEROS.
       77 WS-SALDO                 PIC S9(8)V99 VALUE ZEROS.
       77 WS-SALDO-EXPORT          PIC 9(8).99.

      *CUENTAS A EXPORTAR, EN ORDEN DE CLAVE (EL DE SIWEB00.FIC),
      *CON LO ACUMULADO DE MULTAS.
       77 MAX-CUENTAS              PIC 9(5) VALUE 5000.
       77 WS-CANT-CUENTAS          PIC 9(5) VALUE ZEROS.
       01 TABLA-CUENTAS.
           05 CTA-ENTRADA OCCURS 5000 TIMES.
               10 CTA-SOCIO-ID        PIC 9(6).
               10 CTA-USUARIO         PIC X(20).
               10 CTA-FECHA-VENC      PIC 9(8).
               10 CTA-ASIGNADO        PIC 9(8)V99.
               10 CTA-PAGADO          PIC 9(8)V99.

      *RESERVAS VIGENTES DE LAS CUENTAS A EXPORTAR, CON SU PUESTO EN
      *LA COLA DEL LIBRO.
       77 MAX-RESERVAS             PIC 9(5) VALUE 5000.
       77 WS-CANT-RESERVAS         PIC 9(5) VALUE ZEROS.
       01 TABLA-RESERVAS.
           05 RSV-ENTRADA OCCURS 5000 TIMES.
               10 RSV-CUENTA          PIC 9(5).
               10 RSV-LIBRO-ID        PIC 9(6).
               10 RSV-FECHA           PIC 9(8).
               10 RSV-ESTADO          PIC X(01).
               10 RSV-PUESTO          PIC 9(3).
               10 RSV-FECHA-LIMITE    PIC 9(8).
               10 RSV-SUCURSAL        PIC X(03).

      *TOTALES DE LA CORRIDA.
       77 WS-CANT-DESHABILITADAS   PIC 9(5) VALUE ZEROS.
       77 WS-CANT-SUSPENDIDOS      PIC 9(5) VALUE ZEROS.
       77 WS-CANT-PRESTAMOS        PIC 9(6) VALUE ZEROS.
       77 WS-CANT-RES-EXPORTADAS   PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT REG-WEB.
           IF F-NOEXISTE-WEB
               DISPLAY "NO HAY ACCESOS WEB (SIWEB00.FIC)."
               MOVE "siweb00.fic" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-WEB    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GOBACK
           END-IF.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA SIENT01.FIC."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-WEB
               GOBACK
           END-IF.
           PERFORM 020-CARGAR-CUENTAS THRU 020-CARGAR-CUENTAS-EXIT.
           CLOSE REG-WEB.
           CLOSE REG-SOCIOS.
           PERFORM 030-SUMAR-MULTAS THRU 030-SUMAR-MULTAS-EXIT.
           PERFORM 040-CARGAR-RESERVAS THRU 040-CARGAR-RESERVAS-EXIT.
      *SIN CATALOGO O SIN POLITICAS LA EXPORTACION SALE IGUAL, SIN
      *TITULOS O CON EL TOPE GENERAL DE RENOVACIONES.
           MOVE "N" TO WS-HAY-LIBROS.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               CLOSE REG-LIBROS
           ELSE
               MOVE "S" TO WS-HAY-LIBROS
           END-IF.
           MOVE "N" TO WS-HAY-POLITICAS.
           OPEN INPUT POLITICAS.
           IF F-NOEXISTE-POL
               CLOSE POLITICAS
           ELSE
               MOVE "S" TO WS-HAY-POLITICAS
           END-IF.
           OPEN INPUT REG-PRESTAMOS.
           OPEN OUTPUT EXPORTACION.
           MOVE SPACES TO LINEA-EXPORT.
           STRING "CUENTAS-WEB;" DELIMITED BY SIZE
                   WS-FECHA-HOY   DELIMITED BY SIZE
                   INTO LINEA-EXPORT.
           WRITE LINEA-EXPORT.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-CUENTAS
               PERFORM 050-EXPORTAR-CUENTA
                       THRU 050-EXPORTAR-CUENTA-EXIT
           END-PERFORM.
           CLOSE EXPORTACION.
           IF NOT F-NOEXISTE-PRE
               CLOSE REG-PRESTAMOS
           END-IF.
           IF HAY-LIBROS
               CLOSE REG-LIBROS
           END-IF.
           IF HAY-POLITICAS
               CLOSE POLITICAS
           END-IF.
           DISPLAY "CUENTAS-WEB.TXT GENERADO: " WS-CANT-CUENTAS
                   " CUENTAS, " WS-CANT-PRESTAMOS " PRESTAMOS, "
                   WS-CANT-RES-EXPORTADAS " RESERVAS.".
           DISPLAY "SALTEADAS: " WS-CANT-DESHABILITADAS
                   " DESHABILITADAS, " WS-CANT-SUSPENDIDOS
                   " DE SOCIOS SUSPENDIDOS.".
       010-PRINCIPAL-FIN.
           GOBACK.

      *JUNTA LOS ACCESOS HABILITADOS DE SOCIOS NO SUSPENDIDOS CON EL
      *VENCIMIENTO DE LA MEMBRESIA DE SU FICHA.
       020-CARGAR-CUENTAS.
           MOVE ZEROS TO WS-CANT-CUENTAS.
           MOVE LOW-VALUES TO WEB-CLAVE-STATUS.
           START REG-WEB KEY IS NOT LESS THAN WEB-CLAVE-STATUS
               INVALID KEY SET FIN-REG-WEB TO TRUE
           END-START.
           IF NOT FIN-REG-WEB
               READ REG-WEB NEXT RECORD AT END SET FIN-REG-WEB
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-WEB OR TABLA-LLENA
               PERFORM 025-EVALUAR-ACCESO THRU 025-EVALUAR-ACCESO-EXIT
               READ REG-WEB NEXT RECORD AT END SET FIN-REG-WEB
                       TO TRUE END-READ
           END-PERFORM.
       020-CARGAR-CUENTAS-EXIT.
           EXIT.

       025-EVALUAR-ACCESO.
           IF NOT WEB-ESTA-HABILITADO
               ADD 1 TO WS-CANT-DESHABILITADAS
               GO TO 025-EVALUAR-ACCESO-EXIT
           END-IF.
           IF WEB-CLAVE-STATUS (1:6) IS NOT NUMERIC
               OR WEB-CLAVE-STATUS (7:5) NOT = SPACES
               GO TO 025-EVALUAR-ACCESO-EXIT
           END-IF.
           MOVE WEB-CLAVE-STATUS TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-SOC
               GO TO 025-EVALUAR-ACCESO-EXIT
           END-IF.
           IF SOCIO-ESTA-SUSPENDIDO
               ADD 1 TO WS-CANT-SUSPENDIDOS
               GO TO 025-EVALUAR-ACCESO-EXIT
           END-IF.
           IF WS-CANT-CUENTAS >= MAX-CUENTAS
               MOVE "TABLA CUENTAS-WEB" TO WS-ARCHIVO-ERROR
               MOVE "LL"                TO WS-STATUS-ERROR
               MOVE "W"                 TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E"                 TO WS-SEVERIDAD-ERROR
               MOVE ZERO                TO RETURN-CODE
               SET TABLA-LLENA TO TRUE
               GO TO 025-EVALUAR-ACCESO-EXIT
           END-IF.
           ADD 1 TO WS-CANT-CUENTAS.
           MOVE WEB-CLAVE-STATUS (1:6)
                   TO CTA-SOCIO-ID (WS-CANT-CUENTAS).
           MOVE WEB-USUARIO-STATUS TO CTA-USUARIO (WS-CANT-CUENTAS).
           MOVE SOCIO-FECHA-VENC-STATUS
                   TO CTA-FECHA-VENC (WS-CANT-CUENTAS).
           MOVE ZEROS TO CTA-ASIGNADO (WS-CANT-CUENTAS)
                         CTA-PAGADO (WS-CANT-CUENTAS).
       025-EVALUAR-ACCESO-EXIT.
           EXIT.

      *SALDO DE MULTAS: EL ARRASTRADO AL ULTIMO CORTE MAS LAS FILAS
      *VIVAS DEL MAYOR, MISMA CUENTA QUE ESTADO-CUENTA.
       030-SUMAR-MULTAS.
           OPEN INPUT SALDOS-FINES.
           IF F-NOEXISTE-SALDOS
               CLOSE SALDOS-FINES
           ELSE
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-CANT-CUENTAS
                   MOVE CTA-SOCIO-ID (WS-IND) TO SAL-SOCIO-ID
                   READ SALDOS-FINES
                       INVALID KEY CONTINUE
                   END-READ
                   IF ESTA-SALDO
                       MOVE SAL-ASIGNADO TO CTA-ASIGNADO (WS-IND)
                       MOVE SAL-PAGADO   TO CTA-PAGADO (WS-IND)
                   END-IF
               END-PERFORM
               CLOSE SALDOS-FINES
           END-IF.
           OPEN INPUT REG-FINES.
           IF F-NOEXISTE-FINES
               CLOSE REG-FINES
               GO TO 030-SUMAR-MULTAS-EXIT
           END-IF.
           READ REG-FINES AT END SET FIN-REG-FINES TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-FINES
               MOVE FINES-SOCIO-ID TO WS-SOCIO-BUSCADO
               PERFORM 035-BUSCAR-CUENTA
               IF WS-IND-HALLADO > ZEROS
                   IF FINES-ASIGNADA
                       ADD FINES-MONTO TO CTA-ASIGNADO (WS-IND-HALLADO)
                   ELSE
                       ADD FINES-MONTO TO CTA-PAGADO (WS-IND-HALLADO)
                   END-IF
               END-IF
               READ REG-FINES AT END SET FIN-REG-FINES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REG-FINES.
       030-SUMAR-MULTAS-EXIT.
           EXIT.

      *UBICA WS-SOCIO-BUSCADO EN LA TABLA DE CUENTAS (CERO SI NO
      *TIENE ACCESO A EXPORTAR).
       035-BUSCAR-CUENTA.
           MOVE ZEROS TO WS-IND-HALLADO.
           PERFORM VARYING WS-IND-BUS FROM 1 BY 1
                   UNTIL WS-IND-BUS > WS-CANT-CUENTAS
                      OR WS-IND-HALLADO > ZEROS
               IF CTA-SOCIO-ID (WS-IND-BUS) = WS-SOCIO-BUSCADO
                   MOVE WS-IND-BUS TO WS-IND-HALLADO
               END-IF
           END-PERFORM.

      *UNA PASADA POR LA COLA DE RESERVAS EN ORDEN DE CLAVE: DENTRO
      *DE CADA LIBRO LAS ACTIVAS SE NUMERAN EN EL ORDEN EN QUE
      *RESERVAS-NOCHE LAS VA ATENDIENDO. SE GUARDAN LAS DE LAS
      *CUENTAS A EXPORTAR, ACTIVAS, APARTADAS O EN CAMINO.
       040-CARGAR-RESERVAS.
           MOVE ZEROS TO WS-CANT-RESERVAS WS-LIBRO-COLA WS-PUESTO-COLA.
           OPEN INPUT REG-RESERVAS.
           IF F-NOEXISTE-RES
               CLOSE REG-RESERVAS
               GO TO 040-CARGAR-RESERVAS-EXIT
           END-IF.
           MOVE LOW-VALUES TO RESERVA-CLAVE.
           START REG-RESERVAS KEY IS NOT LESS THAN RESERVA-CLAVE
               INVALID KEY SET FIN-REG-RES TO TRUE
           END-START.
           IF NOT FIN-REG-RES
               READ REG-RESERVAS NEXT RECORD AT END SET FIN-REG-RES
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-RES
               IF RESERVA-LIBRO-ID NOT = WS-LIBRO-COLA
                   MOVE RESERVA-LIBRO-ID TO WS-LIBRO-COLA
                   MOVE ZEROS TO WS-PUESTO-COLA
               END-IF
               IF RESERVA-ACTIVA
                   ADD 1 TO WS-PUESTO-COLA
               END-IF
               IF RESERVA-ACTIVA OR RESERVA-RETENIDA
                       OR RESERVA-EN-TRANSITO
                   PERFORM 045-GUARDAR-RESERVA
               END-IF
               READ REG-RESERVAS NEXT RECORD AT END SET FIN-REG-RES
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-RESERVAS.
       040-CARGAR-RESERVAS-EXIT.
           EXIT.

       045-GUARDAR-RESERVA.
           MOVE RESERVA-SOCIO-ID TO WS-SOCIO-BUSCADO.
           PERFORM 035-BUSCAR-CUENTA.
           IF WS-IND-HALLADO > ZEROS
               AND WS-CANT-RESERVAS < MAX-RESERVAS
               ADD 1 TO WS-CANT-RESERVAS
               MOVE WS-IND-HALLADO
                       TO RSV-CUENTA (WS-CANT-RESERVAS)
               MOVE RESERVA-LIBRO-ID
                       TO RSV-LIBRO-ID (WS-CANT-RESERVAS)
               MOVE RESERVA-FECHA TO RSV-FECHA (WS-CANT-RESERVAS)
               MOVE RESERVA-ESTADO TO RSV-ESTADO (WS-CANT-RESERVAS)
               MOVE WS-PUESTO-COLA TO RSV-PUESTO (WS-CANT-RESERVAS)
               MOVE RESERVA-FECHA-LIMITE
                       TO RSV-FECHA-LIMITE (WS-CANT-RESERVAS)
               MOVE RESERVA-SUCURSAL-RETIRO
                       TO RSV-SUCURSAL (WS-CANT-RESERVAS)
           END-IF.

      *LINEAS DE UNA CUENTA: CABECERA, PRESTAMOS ACTIVOS Y RESERVAS.
       050-EXPORTAR-CUENTA.
           COMPUTE WS-SALDO = CTA-ASIGNADO (WS-IND)
                   - CTA-PAGADO (WS-IND).
           IF WS-SALDO < ZEROS
               MOVE ZEROS TO WS-SALDO
           END-IF.
           MOVE WS-SALDO TO WS-SALDO-EXPORT.
           MOVE SPACES TO LINEA-EXPORT.
           STRING "SOC;"                DELIMITED BY SIZE
                   CTA-SOCIO-ID (WS-IND) DELIMITED BY SIZE
                   ";"                  DELIMITED BY SIZE
                   CTA-USUARIO (WS-IND) DELIMITED BY SIZE
                   ";"                  DELIMITED BY SIZE
                   CTA-FECHA-VENC (WS-IND) DELIMITED BY SIZE
                   ";"                  DELIMITED BY SIZE
                   WS-SALDO-EXPORT      DELIMITED BY SIZE
                   INTO LINEA-EXPORT.
           WRITE LINEA-EXPORT.
           PERFORM 060-EXPORTAR-PRESTAMOS
                   THRU 060-EXPORTAR-PRESTAMOS-EXIT.
           PERFORM VARYING WS-IND-RSV FROM 1 BY 1
                   UNTIL WS-IND-RSV > WS-CANT-RESERVAS
               IF RSV-CUENTA (WS-IND-RSV) = WS-IND
                   PERFORM 070-EXPORTAR-RESERVA
               END-IF
           END-PERFORM.
       050-EXPORTAR-CUENTA-EXIT.
           EXIT.

      *PRESTAMOS ACTIVOS POR LA LLAVE ALTERNA DEL SOCIO.
       060-EXPORTAR-PRESTAMOS.
           IF F-NOEXISTE-PRE
               GO TO 060-EXPORTAR-PRESTAMOS-EXIT
           END-IF.
           MOVE CTA-SOCIO-ID (WS-IND) TO PRESTAMO-SOCIO-ID.
           START REG-PRESTAMOS KEY IS >= PRESTAMO-SOCIO-ID
               INVALID KEY SET FIN-REG-PRE TO TRUE
           END-START.
           IF NOT FIN-REG-PRE
               READ REG-PRESTAMOS NEXT RECORD AT END SET FIN-REG-PRE
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-PRE
                   OR PRESTAMO-SOCIO-ID NOT = CTA-SOCIO-ID (WS-IND)
               IF PRESTAMO-ACTIVO
                   PERFORM 065-EXPORTAR-PRESTAMO
               END-IF
               READ REG-PRESTAMOS NEXT RECORD AT END SET FIN-REG-PRE
                       TO TRUE END-READ
           END-PERFORM.
       060-EXPORTAR-PRESTAMOS-EXIT.
           EXIT.

       065-EXPORTAR-PRESTAMO.
           ADD 1 TO WS-CANT-PRESTAMOS.
           MOVE PRESTAMO-LIBRO-ID TO LIBRO-ID-STATUS.
           PERFORM 080-BUSCAR-TITULO.
           PERFORM 085-BUSCAR-POLITICA.
           IF PRESTAMO-RENOVACIONES >= AUX-RENOV-POLITICA
               MOVE ZEROS TO WS-RENOV-QUEDAN
           ELSE
               SUBTRACT PRESTAMO-RENOVACIONES FROM AUX-RENOV-POLITICA
                       GIVING WS-RENOV-QUEDAN
           END-IF.
           MOVE SPACES TO LINEA-EXPORT.
           STRING "PRE;"                DELIMITED BY SIZE
                   PRESTAMO-SOCIO-ID    DELIMITED BY SIZE
                   ";"                  DELIMITED BY SIZE
                   PRESTAMO-LIBRO-ID    DELIMITED BY SIZE
                   ";"                  DELIMITED BY SIZE
                   WS-TITULO            DELIMITED BY SIZE
                   ";"                  DELIMITED BY SIZE
                   PRESTAMO-FECHA-PRESTAMO DELIMITED BY SIZE
                   ";"                  DELIMITED BY SIZE
                   PRESTAMO-FECHA-VENCIMIENTO DELIMITED BY SIZE
                   ";"                  DELIMITED BY SIZE
                   WS-RENOV-QUEDAN      DELIMITED BY SIZE
                   INTO LINEA-EXPORT.
           WRITE LINEA-EXPORT.

       070-EXPORTAR-RESERVA.
           ADD 1 TO WS-CANT-RES-EXPORTADAS.
           MOVE RSV-LIBRO-ID (WS-IND-RSV) TO LIBRO-ID-STATUS.
           PERFORM 080-BUSCAR-TITULO.
           MOVE SPACES TO LINEA-EXPORT.
           EVALUATE RSV-ESTADO (WS-IND-RSV)
               WHEN "A"
                   STRING "RES;"                DELIMITED BY SIZE
                           CTA-SOCIO-ID (WS-IND) DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           RSV-LIBRO-ID (WS-IND-RSV)
                                                DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           WS-TITULO            DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           RSV-FECHA (WS-IND-RSV) DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           RSV-PUESTO (WS-IND-RSV) DELIMITED BY SIZE
                           INTO LINEA-EXPORT
               WHEN "R"
                   STRING "RET;"                DELIMITED BY SIZE
                           CTA-SOCIO-ID (WS-IND) DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           RSV-LIBRO-ID (WS-IND-RSV)
                                                DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           WS-TITULO            DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           RSV-SUCURSAL (WS-IND-RSV)
                                                DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           RSV-FECHA-LIMITE (WS-IND-RSV)
                                                DELIMITED BY SIZE
                           INTO LINEA-EXPORT
               WHEN OTHER
                   STRING "TRA;"                DELIMITED BY SIZE
                           CTA-SOCIO-ID (WS-IND) DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           RSV-LIBRO-ID (WS-IND-RSV)
                                                DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           WS-TITULO            DELIMITED BY SIZE
                           ";"                  DELIMITED BY SIZE
                           RSV-SUCURSAL (WS-IND-RSV)
                                                DELIMITED BY SIZE
                           INTO LINEA-EXPORT
           END-EVALUATE.
           WRITE LINEA-EXPORT.

      *TITULO Y CATEGORIA DEL LIBRO EN LIBRO-ID-STATUS.
       080-BUSCAR-TITULO.
           MOVE SPACES TO WS-TITULO CATEGORIA-STATUS.
           IF HAY-LIBROS
               READ REG-LIBROS
                   INVALID KEY MOVE SPACES TO NOMBRE-STATUS
                                              CATEGORIA-STATUS
               END-READ
               MOVE NOMBRE-STATUS TO WS-TITULO
           END-IF.

      *TOPE DE RENOVACIONES DE LA CATEGORIA (CERO SI NO CIRCULA),
      *MISMA BUSQUEDA QUE BUSCAR-POLITICA-CATEGORIA EN
      *WEB-SOLICITUDES.
       085-BUSCAR-POLITICA.
           MOVE MAX-RENOVACIONES-PRESTAMO TO AUX-RENOV-POLITICA.
           IF HAY-POLITICAS
               MOVE CATEGORIA-STATUS TO POL-CATEGORIA
               READ POLITICAS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-POLITICA
                   MOVE POL-RENOVACIONES TO AUX-RENOV-POLITICA
                   IF POLITICA-NO-CIRCULA
                       MOVE ZEROS TO AUX-RENOV-POLITICA
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "CUENTAS-WEB "     DELIMITED BY SIZE
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
       END PROGRAM CUENTAS-WEB.
