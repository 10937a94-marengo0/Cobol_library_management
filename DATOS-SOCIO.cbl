       IDENTIFICATION DIVISION.
       PROGRAM-ID.                DATOS-SOCIO.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *INFORME "TODO LO QUE TIENEN SOBRE MI": CUANDO UN SOCIO PIDE
      *VER QUE DATOS PERSONALES GUARDAMOS HABIA QUE RECORRER
      *SIENT01M, SIENT01T, CONSULTA-SOCIO, ESTADO-CUENTA, SIWEB00M Y
      *LAS PANTALLAS DE SALAS UNA POR UNA. ESTE PROGRAMA ARMA EN
      *DATOS-SOCIO.LST UNA SOLA IMPRESION POR SOCIO CON:
      *  - LA FICHA DE ENTIDADES (SIENT01.FIC, O SIENT01-ARCHIVO.FIC
      *    SI LA FICHA ESTA ARCHIVADA POR SOCIOS-INACTIVOS), SIN LA
      *    PALABRA DE PASO;
      *  - EL RESPONSABLE DE LA FICHA Y LOS SOCIOS DE LOS QUE ES
      *    RESPONSABLE;
      *  - LAS NOTAS DE SIENT01T.FIC;
      *  - LA HISTORIA DE CAMBIOS DE AUDITORIA-SOCIOS.DAT;
      *  - LOS PRESTAMOS VIVOS Y LOS ARCHIVADOS EN
      *    PRESTAMOS-HISTORICO.DAT;
      *  - LAS RESERVAS (REG-RESERVAS.DAT);
      *  - EL MAYOR DE MULTAS (SALDO ARRASTRADO, FILAS CERRADAS Y
      *    VIVAS, CON EL NUMERO DE RECIBO DE CADA PAGO) Y EL MAYOR
      *    DE SALDO PREPAGO CON SUS COMPROBANTES;
      *  - LA CUENTA WEB (SIWEB00.FIC), SIN LA PALABRA DE PASO;
      *  - LOS TURNOS DE SALAS Y EQUIPOS (TURNOS.DAT);
      *  - LOS PRESTAMOS INTERBIBLIOTECARIOS RECIBIDOS PARA EL SOCIO
      *    (INTERBIB.DAT).
      *CADA INFORME EMITIDO DEJA SU LINEA EN LA PROPIA TRAZA DEL
      *SOCIO EN AUDITORIA-SOCIOS.DAT (CAMPO "INFORME DATOS", CON EL
      *OPERADOR QUE LO PIDIO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *FICHAS ARCHIVADAS POR SOCIOS-INACTIVOS.
           SELECT ARCHIVO-SOCIOS ASSIGN TO "SIENT01-ARCHIVO.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CLAVE
               FILE STATUS IS FS-ARCHIVO.

      *FICHERO DE NOTAS POR SOCIO DE SIENT01T.
           SELECT REG-NOTAS ASSIGN TO "sient01t.fic"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTA-CLAVE-STATUS
               FILE STATUS IS FS-REG-NOTAS.

           SELECT AUDITORIA-SOCIOS ASSIGN TO "AUDITORIA-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-SOC.

           SELECT REG-PRESTAMOS ASSIGN TO "REG-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRESTAMO-CLAVE-STATUS
               ALTERNATE RECORD KEY IS PRESTAMO-LIBRO-ID-STATUS
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRESTAMO-SOCIO-ID-STATUS
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-PRESTAMOS.

           SELECT HISTORICO ASSIGN TO "PRESTAMOS-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

           SELECT REG-RESERVAS ASSIGN TO "REG-RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RESERVA-CLAVE-STATUS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REG-RESERVAS.

           SELECT REG-FINES ASSIGN TO "REG-FINES-MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-FINES.

           SELECT FINES-HISTORICO ASSIGN TO "FINES-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FINES-HIST.

           SELECT SALDOS-FINES ASSIGN TO "SALDOS-FINES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAL-SOCIO-ID
               FILE STATUS IS FS-SALDOS-FINES.

           SELECT PREPAGOS ASSIGN TO "PREPAGOS-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREPAGOS.

      *ACCESOS WEB POR SOCIO (SIWEB00M).
           SELECT REG-WEB ASSIGN TO "siweb00.fic"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WEB-CLAVE
               FILE STATUS IS FS-REG-WEB.

           SELECT TURNOS ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TUR-CLAVE
               FILE STATUS IS FS-TURNOS.

           SELECT INTERBIB ASSIGN TO "INTERBIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ILL-NUMERO
               FILE STATUS IS FS-INTERBIB.

           SELECT INFORME ASSIGN TO "DATOS-SOCIO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INFORME.

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
      *PALABRA DE PASO: NO SE IMPRIME.
           05 FILLER                  PIC X(15).
           05 SOCIO-COMENTARIO-STATUS PIC X(40).
           05 SOCIO-TELEFONO-STATUS   PIC X(15).
           05 SOCIO-DOMICILIO-STATUS  PIC X(40).
           05 SOCIO-FECHA-NAC-STATUS  PIC 9(8).
           05 SOCIO-FECHA-VENC-STATUS PIC 9(8).
           05 SOCIO-SUSPENDIDO-STATUS PIC X(01).
           05 SOCIO-FECHA-ALTA-STATUS PIC 9(8).
           05 SOCIO-RESPONSABLE-STATUS PIC X(11).
           05 SOCIO-CLASE-STATUS      PIC X(01).
           05 SOCIO-CORREO-DEV-STATUS PIC X(01).
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
           05 FILLER                  PIC X(261).

       FD ARCHIVO-SOCIOS.
       01 DATOS-ARCHIVO.
           05 ARC-FICHA.
               10 ARC-CLAVE           PIC X(11).
               10 FILLER              PIC X(501).
           05 ARC-FECHA-ARCHIVO       PIC 9(8).
           05 ARC-ULTIMA-ACTIVIDAD    PIC 9(8).

       FD REG-NOTAS.
       01 REG-NTA-STATUS.
           05 NTA-CLAVE-STATUS        PIC X(11).
           05 NTA-LINEA-STATUS        PIC X(68) OCCURS 10.
           05 FILLER                  PIC X(30).

      *LINEA DE AUDITORIA DE LA FICHA (MISMO ARMADO QUE
      *AUDITAR-CAMBIO-SOCIO): CLAVE, CAMPO, ANTERIOR -> NUEVO,
      *FECHA Y HORA, OPERADOR.
       FD AUDITORIA-SOCIOS.
       01 LINEA-AUDITORIA-SOC.
           05 AUL-CLAVE               PIC X(11).
           05 FILLER                  PIC X(01).
           05 AUL-CAMPO               PIC X(15).
           05 FILLER                  PIC X(01).
           05 AUL-ANTERIOR            PIC X(20).
           05 FILLER                  PIC X(04).
           05 AUL-NUEVO               PIC X(20).
           05 FILLER                  PIC X(01).
           05 AUL-FECHA               PIC X(08).
           05 FILLER                  PIC X(09).
           05 AUL-OPERADOR            PIC X(10).

       FD REG-PRESTAMOS.
       01 DATOS-PRESTAMO-STATUS.
           05 PRESTAMO-CLAVE-STATUS.
               10 PRESTAMO-LIBRO-ID-STATUS       PIC 9(6).
               10 PRESTAMO-SOCIO-ID-STATUS       PIC 9(6).
               10 PRESTAMO-FECHA-PRESTAMO-STATUS PIC 9(8).
           05 PRESTAMO-FECHA-VENCIMIENTO-STATUS  PIC 9(8).
           05 PRESTAMO-FECHA-DEVOLUCION-STATUS   PIC 9(8).
           05 PRESTAMO-ESTADO-STATUS             PIC X(01).
           05 PRESTAMO-RENOVACIONES-STATUS       PIC 9(01).
           05 PRESTAMO-SUCURSAL-STATUS           PIC X(03).
           05 PRESTAMO-NIVEL-AVISO-STATUS        PIC 9(01).

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
           05 LIBRO-ID-STATUS         PIC 9(6).
           05 NOMBRE-STATUS           PIC X(60).
           05 FILLER                  PIC X(102).

       FD REG-RESERVAS.
       01 DATOS-RESERVA-STATUS.
           05 RESERVA-CLAVE-STATUS.
               10 RESERVA-LIBRO-ID-STATUS    PIC 9(6).
               10 RESERVA-SOCIO-ID-STATUS    PIC 9(6).
               10 RESERVA-FECHA-STATUS       PIC 9(8).
           05 RESERVA-ESTADO-STATUS          PIC X(01).
           05 RESERVA-FECHA-LIMITE-STATUS    PIC 9(8).
           05 RESERVA-SUCURSAL-RETIRO-STATUS PIC X(03).

       FD REG-FINES.
       01 FINES-TRANSACCION.
           05 FINES-SOCIO-ID         PIC 9(6).
           05 FINES-LIBRO-ID         PIC 9(6).
           05 FINES-FECHA            PIC 9(8).
           05 FINES-TIPO             PIC X(01).
           05 FINES-MONTO            PIC 9(6)V99.
           05 FINES-DIAS-ATRASO      PIC 9(3).
           05 FINES-FECHA-PRESTAMO   PIC 9(8).
           05 FINES-MOTIVO           PIC X(10).
           05 FINES-AUTORIZANTE      PIC X(11).
           05 FINES-RECIBO           PIC 9(6).
           05 FINES-SUCURSAL         PIC X(03).

      *FILAS YA CERRADAS POR CIERRE-FINES (MISMO LAYOUT).
       FD FINES-HISTORICO.
       01 LINEA-FINES-HIST            PIC X(70).

       FD SALDOS-FINES.
       01 REG-SALDO-FINES.
           05 SAL-SOCIO-ID            PIC 9(6).
           05 SAL-ASIGNADO            PIC 9(8)V99.
           05 SAL-PAGADO              PIC 9(8)V99.
           05 SAL-FECHA-VIEJA         PIC 9(8).
           05 SAL-FECHA-CORTE         PIC 9(8).

       FD PREPAGOS.
       01 LINEA-PREPAGO.
           05 PPG-SOCIO-ID            PIC 9(6).
           05 PPG-FECHA               PIC 9(8).
           05 PPG-TIPO                PIC X(01).
           05 PPG-IMPORTE             PIC 9(6)V99.
           05 PPG-COMPROBANTE         PIC X(10).
           05 PPG-SUCURSAL            PIC X(03).
           05 PPG-OPERADOR            PIC X(11).

       FD REG-WEB.
       01 REG-WEB-STATUS.
           05 WEB-CLAVE               PIC X(11).
           05 WEB-USUARIO             PIC X(20).
      *PALABRA DE PASO (CODIFICADA): NO SE IMPRIME.
           05 FILLER                  PIC X(15).
           05 WEB-HABILITADO          PIC X(01).
           05 WEB-FECHA-ALTA          PIC 9(8).
           05 FILLER                  PIC X(90).

       FD TURNOS.
       01 DATOS-TURNO.
           05 TUR-CLAVE.
               10 TUR-RECURSO         PIC X(3).
               10 TUR-FECHA           PIC 9(8).
               10 TUR-HORA-DESDE      PIC 9(4).
           05 TUR-HORA-HASTA          PIC 9(4).
           05 TUR-SOCIO               PIC 9(6).
           05 TUR-ESTADO              PIC X(1).

       FD INTERBIB.
       01 DATOS-ILL.
           05 ILL-NUMERO              PIC 9(6).
           05 ILL-SENTIDO             PIC X(1).
           05 ILL-BIBLIOTECA          PIC X(3).
           05 ILL-LIBRO-ID            PIC 9(6).
           05 ILL-MATERIAL            PIC X(30).
           05 ILL-SOCIO-ID            PIC 9(6).
           05 ILL-FECHA-SALIDA        PIC 9(8).
           05 ILL-FECHA-VENCIMIENTO   PIC 9(8).
           05 ILL-FECHA-DEVOLUCION    PIC 9(8).
           05 ILL-ESTADO              PIC X(1).

       FD INFORME.
       01 LINEA-INFORME               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 FIN-REG-SOC          VALUE "10".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-ARCHIVO               PIC XX.
           88 ESTA-ARCHIVO         VALUE "00" "02".
           88 F-NOEXISTE-ARC       VALUE "35".

       77 FS-REG-NOTAS             PIC XX.
           88 ESTA-REG-NTA         VALUE "00" "02".
           88 F-NOEXISTE-NTA       VALUE "35".

       77 FS-AUDITORIA-SOC         PIC XX.
           88 FIN-AUDITORIA-SOC    VALUE "10".
           88 F-NOEXISTE-AUDSOC    VALUE "05" "35".

       77 FS-REG-PRESTAMOS         PIC XX.
           88 FIN-REG-PRE          VALUE "10".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-HISTORICO             PIC XX.
           88 FIN-HISTORICO        VALUE "10".
           88 F-NOEXISTE-HIST      VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-REG-RESERVAS          PIC XX.
           88 FIN-REG-RES          VALUE "10".
           88 F-NOEXISTE-RES       VALUE "35".

       77 FS-REG-FINES             PIC XX.
           88 FIN-REG-FINES        VALUE "10".
           88 F-NOEXISTE-FINES     VALUE "35".

       77 FS-FINES-HIST            PIC XX.
           88 FIN-FINES-HIST       VALUE "10".
           88 F-NOEXISTE-FHI       VALUE "35".

       77 FS-SALDOS-FINES          PIC XX.
           88 ESTA-SALDO           VALUE "00" "02".
           88 F-NOEXISTE-SALDOS    VALUE "35".

       77 FS-PREPAGOS              PIC XX.
           88 FIN-PREPAGOS         VALUE "10".
           88 F-NOEXISTE-PPG       VALUE "35".

       77 FS-REG-WEB               PIC XX.
           88 ESTA-REG-WEB         VALUE "00" "02".
           88 F-NOEXISTE-WEB       VALUE "35".

       77 FS-TURNOS                PIC XX.
           88 FIN-TURNOS           VALUE "10".
           88 F-NOEXISTE-TUR       VALUE "35".

       77 FS-INTERBIB              PIC XX.
           88 FIN-INTERBIB         VALUE "10".
           88 F-NOEXISTE-ILL       VALUE "35".

       77 FS-INFORME               PIC XX.

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
       77 AUDS-OPERADOR            PIC X(10) VALUE SPACES.

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
       77 WS-OPERADOR              PIC X(10) VALUE SPACES.
       77 WS-CLAVE-SOCIO           PIC X(11) VALUE SPACES.
       77 WS-ARCHIVADA             PIC X VALUE "N".
           88 FICHA-ARCHIVADA      VALUE "S".
       77 WS-TITULO-LIBRO          PIC X(28) VALUE SPACES.
       77 WS-LIBRO-BUSCADO         PIC 9(6) VALUE ZEROS.
       77 WS-IND-NOTA              PIC 9(2) VALUE ZEROS.
       77 WS-CANT                  PIC 9(5) VALUE ZEROS.
       77 WS-IMPORTE-EDIT          PIC Z(7)9.99.
       77 WS-IMPORTE-EDIT-2        PIC Z(7)9.99.

      *ENTRADA DE CODIGO DE SOCIO CON DIGITO VERIFICADOR OPTATIVO
      *(6 DIGITOS PELADOS O 7 CON CONTROL; MISMO CALCULO QUE EN
      *REGISTROLIBROS Y CARNET-SOCIOS).
       77 AUX-SOCIO-ID         PIC 9(6) VALUE ZEROS.
       77 AUX-ENTRADA-COD      PIC X(7) VALUE SPACES.
       77 AUX-COD-NUMERO       PIC 9(6) VALUE ZEROS.
       77 AUX-COD-DV           PIC 9(1) VALUE ZEROS.
       77 AUX-COD-VALIDO       PIC X VALUE "N".
           88 CODIGO-VALIDO    VALUE "S".
       77 AUX-DV-SUMA          PIC 9(4) VALUE ZEROS.
       77 AUX-DV-POS           PIC 9(1) VALUE ZEROS.
       77 AUX-DV-DIGITO        PIC 9(1) VALUE ZEROS.
       77 AUX-DV-COCIENTE      PIC 9(4) VALUE ZEROS.
       77 AUX-DV-RESTO         PIC 9(2) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== DATOS PERSONALES DE UN SOCIO ====="
               DISPLAY "1. EMITIR INFORME DE UN SOCIO"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-EMITIR-INFORME
                                  THRU 020-EMITIR-INFORME-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       020-EMITIR-INFORME.
           DISPLAY "Codigo de socio: " WITH NO ADVANCING.
           PERFORM PEDIR-CODIGO-SOCIO
                   THRU PEDIR-CODIGO-SOCIO-EXIT.
           IF AUX-SOCIO-ID = ZEROS
               GO TO 020-EMITIR-INFORME-EXIT
           END-IF.
           DISPLAY "Operador que lo pide: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERADOR.
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "FALTA EL OPERADOR: EL INFORME SE REGISTRA "
                       "A SU NOMBRE."
               GO TO 020-EMITIR-INFORME-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-CLAVE-SOCIO.
           MOVE AUX-SOCIO-ID TO WS-CLAVE-SOCIO.
           PERFORM 030-LEER-FICHA THRU 030-LEER-FICHA-EXIT.
           IF NOT ESTA-REG-SOC AND NOT FICHA-ARCHIVADA
               DISPLAY "NO HAY FICHA PARA EL SOCIO " AUX-SOCIO-ID "."
               GO TO 020-EMITIR-INFORME-EXIT
           END-IF.
           OPEN OUTPUT INFORME.
           MOVE ALL "=" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "DATOS PERSONALES REGISTRADOS - SOCIO "
                                        DELIMITED BY SIZE
                   WS-CLAVE-SOCIO      DELIMITED BY SIZE
                   " - "                DELIMITED BY SIZE
                   WS-FECHA-HOY        DELIMITED BY SIZE
                   INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ALL "=" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           PERFORM 100-FICHA.
           PERFORM 110-RESPONSABLES THRU 110-RESPONSABLES-EXIT.
           PERFORM 120-NOTAS THRU 120-NOTAS-EXIT.
           PERFORM 130-AUDITORIA THRU 130-AUDITORIA-EXIT.
           OPEN INPUT REG-LIBROS.
           PERFORM 140-PRESTAMOS THRU 140-PRESTAMOS-EXIT.
           PERFORM 150-RESERVAS THRU 150-RESERVAS-EXIT.
           IF NOT F-NOEXISTE-LIB
               CLOSE REG-LIBROS
           END-IF.
           PERFORM 160-MULTAS THRU 160-MULTAS-EXIT.
           PERFORM 170-PREPAGOS THRU 170-PREPAGOS-EXIT.
           PERFORM 180-CUENTA-WEB THRU 180-CUENTA-WEB-EXIT.
           PERFORM 190-TURNOS THRU 190-TURNOS-EXIT.
           PERFORM 200-INTERBIB THRU 200-INTERBIB-EXIT.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "FIN DEL INFORME." TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORME.
           MOVE WS-CLAVE-SOCIO    TO AUDS-CLAVE.
           MOVE "INFORME DATOS"   TO AUDS-CAMPO.
           MOVE SPACES            TO AUDS-ANTERIOR.
           MOVE "DATOS-SOCIO.LST" TO AUDS-NUEVO.
           MOVE WS-OPERADOR       TO AUDS-OPERADOR.
           PERFORM AUDITAR-CAMBIO-SOCIO.
           DISPLAY "INFORME EMITIDO EN DATOS-SOCIO.LST.".
       020-EMITIR-INFORME-EXIT.
           EXIT.

      *FICHA VIVA O, SI YA NO ESTA, LA ARCHIVADA (SE LLEVA AL MISMO
      *REGISTRO PARA IMPRIMIRLA IGUAL).
       030-LEER-FICHA.
           MOVE "N" TO WS-ARCHIVADA.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 030-LEER-FICHA-EXIT
           END-IF.
           MOVE WS-CLAVE-SOCIO TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           CLOSE REG-SOCIOS.
           IF ESTA-REG-SOC
               GO TO 030-LEER-FICHA-EXIT
           END-IF.
           OPEN INPUT ARCHIVO-SOCIOS.
           IF F-NOEXISTE-ARC
               GO TO 030-LEER-FICHA-EXIT
           END-IF.
           MOVE WS-CLAVE-SOCIO TO ARC-CLAVE.
           READ ARCHIVO-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-ARCHIVO
               MOVE "S" TO WS-ARCHIVADA
               MOVE ARC-FICHA TO DATOS-SOCIO-STATUS
           END-IF.
           CLOSE ARCHIVO-SOCIOS.
       030-LEER-FICHA-EXIT.
           EXIT.

       090-TITULO-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ALL "-" TO LINEA-INFORME (1:40).
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.

      *LA FICHA DE ENTIDADES, CAMPO POR CAMPO (SIN PALABRA DE PASO).
       100-FICHA.
           PERFORM 090-TITULO-SECCION.
           MOVE "FICHA DE SOCIO" TO LINEA-INFORME.
           IF FICHA-ARCHIVADA
               MOVE "(ARCHIVADA EL" TO LINEA-INFORME (16:13)
               MOVE ARC-FECHA-ARCHIVO TO LINEA-INFORME (30:8)
               MOVE ")" TO LINEA-INFORME (38:1)
           END-IF.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "NOMBRE:           " SOCIO-NOMBRE-STATUS
                   DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "COMENTARIO:       " SOCIO-COMENTARIO-STATUS
                   DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "TELEFONO:         " SOCIO-TELEFONO-STATUS
                   DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "DOMICILIO:        " SOCIO-DOMICILIO-STATUS
                   DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "CORREO ELECTR.:   " SOCIO-EMAIL-STATUS
                   DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "FECHA NACIMIENTO: " SOCIO-FECHA-NAC-STATUS
                   "   ALTA: "         SOCIO-FECHA-ALTA-STATUS
                   "   VENCE: "        SOCIO-FECHA-VENC-STATUS
                   DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "CLASE: "            SOCIO-CLASE-STATUS
                   "   SUSPENDIDO: "   SOCIO-SUSPENDIDO-STATUS
                   "   SIN CARTAS: "   SOCIO-SIN-CARTAS-STATUS
                   "   CORREO DEVUELTO: " SOCIO-CORREO-DEV-STATUS
                   "   REBOTE: "       SOCIO-EMAIL-REB-STATUS
                   DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

      *RESPONSABLE DE ESTA FICHA Y FICHAS QUE LA TIENEN COMO
      *RESPONSABLE (RECORRIDA COMPLETA DE SIENT01.FIC).
       110-RESPONSABLES.
           PERFORM 090-TITULO-SECCION.
           MOVE "RESPONSABLES Y MENORES A CARGO" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           IF SOCIO-RESPONSABLE-STATUS = SPACES
               MOVE "RESPONSABLE DE LA FICHA: NINGUNO"
                       TO LINEA-INFORME
           ELSE
               STRING "RESPONSABLE DE LA FICHA: "
                       SOCIO-RESPONSABLE-STATUS
                       DELIMITED BY SIZE INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               GO TO 110-RESPONSABLES-EXIT
           END-IF.
           MOVE LOW-VALUES TO SOCIO-CLAVE-STATUS.
           START REG-SOCIOS KEY IS NOT LESS THAN SOCIO-CLAVE-STATUS
               INVALID KEY SET FIN-REG-SOC TO TRUE
           END-START.
           IF NOT FIN-REG-SOC
               READ REG-SOCIOS NEXT RECORD AT END SET FIN-REG-SOC
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-SOC
               IF SOCIO-RESPONSABLE-STATUS = WS-CLAVE-SOCIO
                   ADD 1 TO WS-CANT
                   MOVE SPACES TO LINEA-INFORME
                   STRING "RESPONSABLE DE: " SOCIO-CLAVE-STATUS
                           " " SOCIO-NOMBRE-STATUS
                           DELIMITED BY SIZE INTO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
               READ REG-SOCIOS NEXT RECORD AT END SET FIN-REG-SOC
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-SOCIOS.
           IF WS-CANT = ZEROS
               MOVE "NO ES RESPONSABLE DE OTRAS FICHAS."
                       TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       110-RESPONSABLES-EXIT.
           EXIT.

       120-NOTAS.
           PERFORM 090-TITULO-SECCION.
           MOVE "NOTAS DE LA FICHA (SIENT01T)" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT REG-NOTAS.
           IF F-NOEXISTE-NTA
               GO TO 120-NOTAS-FIN
           END-IF.
           MOVE WS-CLAVE-SOCIO TO NTA-CLAVE-STATUS.
           READ REG-NOTAS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-REG-NTA
               PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                       UNTIL WS-IND-NOTA > 10
                   IF NTA-LINEA-STATUS (WS-IND-NOTA) NOT = SPACES
                       ADD 1 TO WS-CANT
                       MOVE SPACES TO LINEA-INFORME
                       MOVE NTA-LINEA-STATUS (WS-IND-NOTA)
                               TO LINEA-INFORME (3:68)
                       WRITE LINEA-INFORME
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE REG-NOTAS.
       120-NOTAS-FIN.
           IF WS-CANT = ZEROS
               MOVE "SIN NOTAS." TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       120-NOTAS-EXIT.
           EXIT.

      *HISTORIA DE CAMBIOS DE LA FICHA: FECHA, CAMPO, VALOR
      *ANTERIOR Y NUEVO, OPERADOR.
       130-AUDITORIA.
           PERFORM 090-TITULO-SECCION.
           MOVE "HISTORIA DE CAMBIOS (AUDITORIA-SOCIOS)"
                   TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT AUDITORIA-SOCIOS.
           IF F-NOEXISTE-AUDSOC
               CLOSE AUDITORIA-SOCIOS
               GO TO 130-AUDITORIA-FIN
           END-IF.
           READ AUDITORIA-SOCIOS AT END SET FIN-AUDITORIA-SOC TO TRUE
           END-READ.
           PERFORM UNTIL FIN-AUDITORIA-SOC
               IF AUL-CLAVE = WS-CLAVE-SOCIO
                   ADD 1 TO WS-CANT
                   MOVE SPACES TO LINEA-INFORME
                   STRING AUL-FECHA " " AUL-CAMPO " " AUL-ANTERIOR
                           " > " AUL-NUEVO " " AUL-OPERADOR
                           DELIMITED BY SIZE INTO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
               READ AUDITORIA-SOCIOS AT END
                       SET FIN-AUDITORIA-SOC TO TRUE END-READ
           END-PERFORM.
           CLOSE AUDITORIA-SOCIOS.
       130-AUDITORIA-FIN.
           IF WS-CANT = ZEROS
               MOVE "SIN CAMBIOS REGISTRADOS." TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       130-AUDITORIA-EXIT.
           EXIT.

      *PRESTAMOS VIVOS POR LA LLAVE ALTERNA DE SOCIO Y DESPUES LOS
      *ARCHIVADOS EN EL HISTORICO.
       140-PRESTAMOS.
           PERFORM 090-TITULO-SECCION.
           MOVE "PRESTAMOS  LIBRO  TITULO" TO LINEA-INFORME.
           MOVE "PRESTADO VENCE    DEVUELTO E SUC"
                   TO LINEA-INFORME (48:33).
           MOVE "PRESTADO VENCE    DEVUELTO E SUC"
                   TO LINEA-INFORME (48:33).
           WRITE LINEA-INFORME.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT REG-PRESTAMOS.
           IF F-NOEXISTE-PRE
               GO TO 140-HISTORICO
           END-IF.
           MOVE AUX-SOCIO-ID TO PRESTAMO-SOCIO-ID-STATUS.
           START REG-PRESTAMOS KEY IS >= PRESTAMO-SOCIO-ID-STATUS
               INVALID KEY SET FIN-REG-PRE TO TRUE
           END-START.
           IF NOT FIN-REG-PRE
               READ REG-PRESTAMOS NEXT RECORD AT END SET FIN-REG-PRE
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-PRE
                   OR PRESTAMO-SOCIO-ID-STATUS NOT = AUX-SOCIO-ID
               ADD 1 TO WS-CANT
               MOVE PRESTAMO-LIBRO-ID-STATUS TO WS-LIBRO-BUSCADO
               PERFORM 145-BUSCAR-TITULO
               MOVE SPACES TO LINEA-INFORME
               STRING "VIVO       " PRESTAMO-LIBRO-ID-STATUS " "
                       WS-TITULO-LIBRO " "
                       PRESTAMO-FECHA-PRESTAMO-STATUS " "
                       PRESTAMO-FECHA-VENCIMIENTO-STATUS " "
                       PRESTAMO-FECHA-DEVOLUCION-STATUS " "
                       PRESTAMO-ESTADO-STATUS " "
                       PRESTAMO-SUCURSAL-STATUS
                       DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               READ REG-PRESTAMOS NEXT RECORD AT END SET FIN-REG-PRE
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-PRESTAMOS.
       140-HISTORICO.
           OPEN INPUT HISTORICO.
           IF F-NOEXISTE-HIST
               GO TO 140-PRESTAMOS-FIN
           END-IF.
           READ HISTORICO AT END SET FIN-HISTORICO TO TRUE END-READ.
           PERFORM UNTIL FIN-HISTORICO
               IF HIST-SOCIO-ID = AUX-SOCIO-ID
                   ADD 1 TO WS-CANT
                   MOVE HIST-LIBRO-ID TO WS-LIBRO-BUSCADO
                   PERFORM 145-BUSCAR-TITULO
                   MOVE SPACES TO LINEA-INFORME
                   STRING "ARCHIVADO  " HIST-LIBRO-ID " "
                           WS-TITULO-LIBRO " "
                           HIST-FECHA-PRESTAMO " "
                           HIST-FECHA-VENCIMIENTO " "
                           HIST-FECHA-DEVOLUCION " "
                           HIST-ESTADO " "
                           HIST-SUCURSAL
                           DELIMITED BY SIZE INTO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
               READ HISTORICO AT END SET FIN-HISTORICO TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HISTORICO.
       140-PRESTAMOS-FIN.
           IF WS-CANT = ZEROS
               MOVE "SIN PRESTAMOS." TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       140-PRESTAMOS-EXIT.
           EXIT.

       145-BUSCAR-TITULO.
           MOVE SPACES TO WS-TITULO-LIBRO.
           IF NOT F-NOEXISTE-LIB
               MOVE WS-LIBRO-BUSCADO TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-LIB
                   MOVE NOMBRE-STATUS TO WS-TITULO-LIBRO
               END-IF
           END-IF.

       150-RESERVAS.
           PERFORM 090-TITULO-SECCION.
           MOVE "RESERVAS   LIBRO  TITULO" TO LINEA-INFORME.
           MOVE "PEDIDA   E LIMITE   RETIRO" TO LINEA-INFORME (48:26).
           WRITE LINEA-INFORME.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT REG-RESERVAS.
           IF F-NOEXISTE-RES
               GO TO 150-RESERVAS-FIN
           END-IF.
           READ REG-RESERVAS NEXT RECORD AT END SET FIN-REG-RES
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-RES
               IF RESERVA-SOCIO-ID-STATUS = AUX-SOCIO-ID
                   ADD 1 TO WS-CANT
                   MOVE RESERVA-LIBRO-ID-STATUS TO WS-LIBRO-BUSCADO
                   PERFORM 145-BUSCAR-TITULO
                   MOVE SPACES TO LINEA-INFORME
                   STRING "           " RESERVA-LIBRO-ID-STATUS " "
                           WS-TITULO-LIBRO " "
                           RESERVA-FECHA-STATUS " "
                           RESERVA-ESTADO-STATUS " "
                           RESERVA-FECHA-LIMITE-STATUS " "
                           RESERVA-SUCURSAL-RETIRO-STATUS
                           DELIMITED BY SIZE INTO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
               READ REG-RESERVAS NEXT RECORD AT END SET FIN-REG-RES
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-RESERVAS.
       150-RESERVAS-FIN.
           IF WS-CANT = ZEROS
               MOVE "SIN RESERVAS." TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       150-RESERVAS-EXIT.
           EXIT.

      *MAYOR DE MULTAS: SALDO ARRASTRADO AL ULTIMO CORTE, FILAS YA
      *CERRADAS Y FILAS VIVAS (A=ASIGNADA, P=PAGO, E=EXONERADA,
      *I=INCOBRABLE), CON EL RECIBO DE CADA PAGO.
       160-MULTAS.
           PERFORM 090-TITULO-SECCION.
           MOVE "MULTAS Y RECIBOS" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           OPEN INPUT SALDOS-FINES.
           IF NOT F-NOEXISTE-SALDOS
               MOVE AUX-SOCIO-ID TO SAL-SOCIO-ID
               READ SALDOS-FINES
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-SALDO
                   MOVE SAL-ASIGNADO TO WS-IMPORTE-EDIT
                   MOVE SAL-PAGADO   TO WS-IMPORTE-EDIT-2
                   MOVE SPACES TO LINEA-INFORME
                   STRING "ARRASTRADO AL " SAL-FECHA-CORTE
                           ": ASIGNADO " WS-IMPORTE-EDIT
                           " PAGADO " WS-IMPORTE-EDIT-2
                           DELIMITED BY SIZE INTO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
               CLOSE SALDOS-FINES
           END-IF.
           MOVE "           FECHA    T LIBRO       IMPORTE MOTIVO"
                   TO LINEA-INFORME.
           MOVE "RECIBO SUC" TO LINEA-INFORME (53:10).
           WRITE LINEA-INFORME.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT FINES-HISTORICO.
           IF NOT F-NOEXISTE-FHI
               READ FINES-HISTORICO AT END SET FIN-FINES-HIST TO TRUE
               END-READ
               PERFORM UNTIL FIN-FINES-HIST
                   MOVE LINEA-FINES-HIST TO FINES-TRANSACCION
                   IF FINES-SOCIO-ID = AUX-SOCIO-ID
                       MOVE "CERRADA" TO LINEA-INFORME
                       PERFORM 165-LINEA-MULTA
                   END-IF
                   READ FINES-HISTORICO AT END
                           SET FIN-FINES-HIST TO TRUE END-READ
               END-PERFORM
               CLOSE FINES-HISTORICO
           END-IF.
           OPEN INPUT REG-FINES.
           IF F-NOEXISTE-FINES
               GO TO 160-MULTAS-FIN
           END-IF.
           READ REG-FINES AT END SET FIN-REG-FINES TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-FINES
               IF FINES-SOCIO-ID = AUX-SOCIO-ID
                   MOVE "VIVA" TO LINEA-INFORME
                   PERFORM 165-LINEA-MULTA
               END-IF
               READ REG-FINES AT END SET FIN-REG-FINES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REG-FINES.
       160-MULTAS-FIN.
           IF WS-CANT = ZEROS
               MOVE "SIN MOVIMIENTOS DE MULTAS." TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       160-MULTAS-EXIT.
           EXIT.

      *LINEA DEL MAYOR: EL LLAMADOR DEJA EL ORIGEN EN LA COLUMNA 1.
       165-LINEA-MULTA.
           ADD 1 TO WS-CANT.
           MOVE FINES-MONTO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-INFORME (8:73).
           STRING FINES-FECHA " " FINES-TIPO " " FINES-LIBRO-ID " "
                   WS-IMPORTE-EDIT " " FINES-MOTIVO " "
                   FINES-RECIBO " " FINES-SUCURSAL
                   DELIMITED BY SIZE INTO LINEA-INFORME (12:69).
           WRITE LINEA-INFORME.

      *MAYOR DE SALDO PREPAGO CON SUS COMPROBANTES.
       170-PREPAGOS.
           PERFORM 090-TITULO-SECCION.
           MOVE "SALDO PREPAGO: FECHA    T     IMPORTE COMPROBANTE SUC"
                   TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT PREPAGOS.
           IF F-NOEXISTE-PPG
               GO TO 170-PREPAGOS-FIN
           END-IF.
           READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE END-READ.
           PERFORM UNTIL FIN-PREPAGOS
               IF PPG-SOCIO-ID = AUX-SOCIO-ID
                   ADD 1 TO WS-CANT
                   MOVE PPG-IMPORTE TO WS-IMPORTE-EDIT
                   MOVE SPACES TO LINEA-INFORME
                   STRING "               " PPG-FECHA " " PPG-TIPO
                           " " WS-IMPORTE-EDIT " " PPG-COMPROBANTE
                           "  " PPG-SUCURSAL
                           DELIMITED BY SIZE INTO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
               READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE END-READ
           END-PERFORM.
           CLOSE PREPAGOS.
       170-PREPAGOS-FIN.
           IF WS-CANT = ZEROS
               MOVE "SIN MOVIMIENTOS DE SALDO PREPAGO."
                       TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       170-PREPAGOS-EXIT.
           EXIT.

      *CUENTA WEB: USUARIO, ESTADO Y ALTA; LA PALABRA DE PASO NO SE
      *MUESTRA.
       180-CUENTA-WEB.
           PERFORM 090-TITULO-SECCION.
           MOVE "CUENTA WEB" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           OPEN INPUT REG-WEB.
           IF F-NOEXISTE-WEB
               MOVE "SIN CUENTA WEB." TO LINEA-INFORME
               WRITE LINEA-INFORME
               GO TO 180-CUENTA-WEB-EXIT
           END-IF.
           MOVE WS-CLAVE-SOCIO TO WEB-CLAVE.
           READ REG-WEB
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-REG-WEB
               STRING "USUARIO: " WEB-USUARIO
                       "  ESTADO: " WEB-HABILITADO
                       "  ALTA: " WEB-FECHA-ALTA
                       "  CLAVE: (NO SE MUESTRA)"
                       DELIMITED BY SIZE INTO LINEA-INFORME
           ELSE
               MOVE "SIN CUENTA WEB." TO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.
           CLOSE REG-WEB.
       180-CUENTA-WEB-EXIT.
           EXIT.

       190-TURNOS.
           PERFORM 090-TITULO-SECCION.
           MOVE "TURNOS DE SALAS Y EQUIPOS: REC FECHA    DESDE HASTA"
                   TO LINEA-INFORME.
           MOVE "E" TO LINEA-INFORME (53:1).
           WRITE LINEA-INFORME.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT TURNOS.
           IF F-NOEXISTE-TUR
               GO TO 190-TURNOS-FIN
           END-IF.
           READ TURNOS NEXT RECORD AT END SET FIN-TURNOS
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-TURNOS
               IF TUR-SOCIO = AUX-SOCIO-ID
                   ADD 1 TO WS-CANT
                   MOVE SPACES TO LINEA-INFORME
                   STRING TUR-RECURSO " " TUR-FECHA " "
                           TUR-HORA-DESDE "  " TUR-HORA-HASTA "  "
                           TUR-ESTADO
                           DELIMITED BY SIZE
                           INTO LINEA-INFORME (28:53)
                   WRITE LINEA-INFORME
               END-IF
               READ TURNOS NEXT RECORD AT END SET FIN-TURNOS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE TURNOS.
       190-TURNOS-FIN.
           IF WS-CANT = ZEROS
               MOVE "SIN TURNOS." TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       190-TURNOS-EXIT.
           EXIT.

      *PRESTAMOS INTERBIBLIOTECARIOS RECIBIDOS PARA EL SOCIO.
       200-INTERBIB.
           PERFORM 090-TITULO-SECCION.
           MOVE "INTERBIBLIOTECARIOS: NUMERO BIB MATERIAL" TO
                   LINEA-INFORME.
           MOVE "SALIDA   DEVUELTO E" TO LINEA-INFORME (60:19).
           WRITE LINEA-INFORME.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT INTERBIB.
           IF F-NOEXISTE-ILL
               GO TO 200-INTERBIB-FIN
           END-IF.
           READ INTERBIB NEXT RECORD AT END SET FIN-INTERBIB
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-INTERBIB
               IF ILL-SOCIO-ID = AUX-SOCIO-ID
                   ADD 1 TO WS-CANT
                   MOVE SPACES TO LINEA-INFORME
                   STRING ILL-NUMERO " " ILL-BIBLIOTECA " "
                           ILL-MATERIAL (1:26) " "
                           ILL-FECHA-SALIDA " "
                           ILL-FECHA-DEVOLUCION " " ILL-ESTADO
                           DELIMITED BY SIZE
                           INTO LINEA-INFORME (22:59)
                   WRITE LINEA-INFORME
               END-IF
               READ INTERBIB NEXT RECORD AT END SET FIN-INTERBIB
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE INTERBIB.
       200-INTERBIB-FIN.
           IF WS-CANT = ZEROS
               MOVE "SIN PRESTAMOS INTERBIBLIOTECARIOS."
                       TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
       200-INTERBIB-EXIT.
           EXIT.

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

      *DIGITO VERIFICADOR Y DESCIFRADO DE LA ENTRADA DE CODIGO,
      *MISMO CALCULO QUE DESCIFRAR-CODIGO EN REGISTROLIBROS.CBL.
       CALCULAR-DIGITO-VERIFICADOR.
           MOVE ZEROS TO AUX-DV-SUMA.
           PERFORM VARYING AUX-DV-POS FROM 1 BY 1
                   UNTIL AUX-DV-POS > 6
               MOVE AUX-COD-NUMERO (AUX-DV-POS:1) TO AUX-DV-DIGITO
               COMPUTE AUX-DV-SUMA = AUX-DV-SUMA
                       + AUX-DV-DIGITO * (AUX-DV-POS + 1)
           END-PERFORM.
           DIVIDE AUX-DV-SUMA BY 11 GIVING AUX-DV-COCIENTE
                   REMAINDER AUX-DV-RESTO.
           IF AUX-DV-RESTO > 9
               MOVE ZEROS TO AUX-COD-DV
           ELSE
               MOVE AUX-DV-RESTO TO AUX-COD-DV
           END-IF.

       DESCIFRAR-CODIGO.
           MOVE "N" TO AUX-COD-VALIDO.
           MOVE ZEROS TO AUX-COD-NUMERO.
           IF AUX-ENTRADA-COD (1:6) IS NOT NUMERIC
               GO TO DESCIFRAR-CODIGO-EXIT
           END-IF.
           MOVE AUX-ENTRADA-COD (1:6) TO AUX-COD-NUMERO.
           IF AUX-ENTRADA-COD (7:1) = SPACE
               MOVE "S" TO AUX-COD-VALIDO
               GO TO DESCIFRAR-CODIGO-EXIT
           END-IF.
           IF AUX-ENTRADA-COD (7:1) IS NOT NUMERIC
               GO TO DESCIFRAR-CODIGO-EXIT
           END-IF.
           PERFORM CALCULAR-DIGITO-VERIFICADOR.
           MOVE AUX-ENTRADA-COD (7:1) TO AUX-DV-DIGITO.
           IF AUX-DV-DIGITO = AUX-COD-DV
               MOVE "S" TO AUX-COD-VALIDO
           END-IF.
       DESCIFRAR-CODIGO-EXIT.
           EXIT.

      *PIDE UN CODIGO DE SOCIO Y LO DESCIFRA; AUX-SOCIO-ID QUEDA EN
      *CERO SI EL CONTROL NO CIERRA O NO SE TIPEO NADA.
       PEDIR-CODIGO-SOCIO.
           MOVE ZEROS TO AUX-SOCIO-ID.
           MOVE SPACES TO AUX-ENTRADA-COD.
           ACCEPT AUX-ENTRADA-COD.
           IF AUX-ENTRADA-COD = SPACES
               GO TO PEDIR-CODIGO-SOCIO-EXIT
           END-IF.
           PERFORM DESCIFRAR-CODIGO THRU DESCIFRAR-CODIGO-EXIT.
           IF NOT CODIGO-VALIDO
               DISPLAY "CODIGO DE SOCIO MAL LEIDO (CONTROL NO "
                       "CIERRA)."
               GO TO PEDIR-CODIGO-SOCIO-EXIT
           END-IF.
           MOVE AUX-COD-NUMERO TO AUX-SOCIO-ID.
       PEDIR-CODIGO-SOCIO-EXIT.
           EXIT.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "DATOS-SOCIO "     DELIMITED BY SIZE
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
       END PROGRAM DATOS-SOCIO.
