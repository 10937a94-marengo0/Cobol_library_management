       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PREINSC-MOSTRADOR.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *CONFIRMACION EN EL MOSTRADOR DE LAS PREINSCRIPCIONES HECHAS
      *DESDE LA WEB, QUE PREINSC-NOCHE DEJA EN LA COLA
      *PREINSCRIPCIONES.DAT CON LOS PROBABLES DUPLICADOS MARCADOS.
      *LA PERSONA SE PRESENTA CON SU DOCUMENTO Y EL OPERADOR:
      *  - VERIFICA EL DOCUMENTO Y, SI HAY DUPLICADO MARCADO, QUE NO
      *    SEA EL SOCIO YA EXISTENTE;
      *  - CONFIRMA LA CLASE (CLASES-SOCIO.DAT) Y, PARA NINIOS, EL
      *    SOCIO RESPONSABLE;
      *  - HACE ELEGIR OTRO USUARIO WEB SI EL PEDIDO YA ESTA TOMADO
      *    Y HACE TIPEAR DOS VECES LA PALABRA DE PASO, QUE SE GUARDA
      *    CODIFICADA COMO EN SIWEB00M.
      *CON ESO SE CREA DE UNA SOLA VEZ LA FICHA EN SIENT01.FIC (CON
      *EL PROXIMO NUMERO DE SOCIOS.NUM, JORNAL Y AUDITORIA DE ALTA)
      *Y EL ACCESO WEB HABILITADO EN SIWEB00.FIC, SE IMPRIME EL
      *CARNET EN CARNETS.LST Y LA PREINSCRIPCION QUEDA CONFIRMADA
      *CON LA CLAVE CREADA Y EL OPERADOR. LA CUOTA NO SE COBRA AQUI:
      *SI NO SE CARGA EL VENCIMIENTO, LA FICHA QUEDA SIN VENCIMIENTO
      *HASTA PASAR POR MEMBRESIA-COBRO.
      *LAS QUE NO CORRESPONDEN SE RECHAZAN CON EL OPERADOR; LAS QUE
      *NADIE CONFIRMA LAS VENCE PREINSC-NOCHE.
      *EL NOMBRE DE LA BIBLIOTECA DEL CARNET SE TOMA DE LOS
      *PARAMETROS DEL SISTEMA (MANT-PARAMETROS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *COLA DEL MOSTRADOR, POR NUMERO DE PREINSCRIPCION.
           SELECT PREINSCRIPCIONES ASSIGN TO "PREINSCRIPCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO
               FILE STATUS IS FS-PREINSC.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *ACCESOS WEB POR SOCIO (SIWEB00M).
           SELECT REG-WEB ASSIGN TO "siweb00.fic"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WEB-CLAVE-STATUS
               FILE STATUS IS FS-REG-WEB.

      *NUMERADOR DE SOCIOS: EL ULTIMO NUMERO ASIGNADO
      *AUTOMATICAMENTE (EL MISMO QUE USA ALTA-ESTUDIANTES).
           SELECT SOCIO-NUMERADOR ASSIGN TO "SOCIOS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.

           SELECT CLASES-SOCIO ASSIGN TO "CLASES-SOCIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLASES.

           SELECT CARNETS ASSIGN TO "CARNETS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARNETS.

           SELECT AUDITORIA-SOCIOS ASSIGN TO "AUDITORIA-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-SOC.

           SELECT JORNAL-DIARIO ASSIGN TO "JORNAL-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *SENIAL DE CADENA NOCTURNA EN CURSO: MIENTRAS PROCESO-NOCTURNO
      *CORRE NO SE CONFIRMA NI SE RECHAZA NADA.
           SELECT BATCH-FLAG ASSIGN TO "BATCH-EN-CURSO.FLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCH-FLAG.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *PREINSCRIPCION EN LA COLA DEL MOSTRADOR. ESTADO P=PENDIENTE,
      *C=CONFIRMADA (CON LA CLAVE DE SOCIO CREADA), R=RECHAZADA.
       FD PREINSCRIPCIONES.
       01 DATOS-PREINSC.
           05 PRE-NUMERO              PIC 9(6).
           05 PRE-FECHA-PEDIDO        PIC 9(8).
           05 PRE-NOMBRE              PIC X(40).
           05 PRE-DOMICILIO           PIC X(40).
           05 PRE-TELEFONO            PIC X(15).
           05 PRE-FECHA-NAC           PIC 9(8).
           05 PRE-CLASE               PIC X(01).
           05 PRE-USUARIO-WEB         PIC X(20).
           05 PRE-ESTADO              PIC X(01).
               88 PRE-PENDIENTE       VALUE "P".
           05 PRE-DUP-CLAVE           PIC X(11).
           05 PRE-DUP-MOTIVO          PIC X(10).
           05 PRE-USUARIO-USADO       PIC X(01).
           05 PRE-CLAVE-ALTA          PIC X(11).
           05 PRE-FECHA-RESOLUCION    PIC 9(8).
           05 PRE-OPERADOR            PIC X(10).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 SOCIO-PASS-STATUS       PIC X(15).
           05 SOCIO-COMENTARIO-STATUS PIC X(40).
           05 SOCIO-TELEFONO-STATUS   PIC X(15).
           05 SOCIO-DOMICILIO-STATUS  PIC X(40).
           05 SOCIO-FECHA-NAC-STATUS  PIC 9(8).
           05 SOCIO-FECHA-VENC-STATUS PIC 9(8).
           05 SOCIO-SUSPENDIDO-STATUS PIC X(01).
           05 SOCIO-FECHA-ALTA-STATUS PIC 9(8).
           05 SOCIO-RESPONSABLE-STATUS PIC X(11).
           05 SOCIO-CLASE-STATUS      PIC X(01).
           05 FILLER                  PIC X(314).

       FD REG-WEB.
       01 DATOS-WEB-STATUS.
           05 WEB-CLAVE-STATUS        PIC X(11).
           05 WEB-USUARIO-STATUS      PIC X(20).
           05 WEB-PASS-STATUS         PIC X(15).
           05 WEB-HABILITADO-STATUS   PIC X(01).
           05 WEB-FECHA-ALTA-STATUS   PIC 9(8).
           05 FILLER                  PIC X(90).

       FD SOCIO-NUMERADOR.
       01 LINEA-NUMERADOR             PIC 9(6).

       FD CLASES-SOCIO.
       01 DATOS-CLASE.
           05 CLS-CODIGO              PIC X(1).
           05 CLS-DESCRIPCION         PIC X(15).
           05 FILLER                  PIC X(10).

       FD CARNETS.
       01 LINEA-CARNET                PIC X(40).

       FD AUDITORIA-SOCIOS.
       01 LINEA-AUDITORIA-SOC         PIC X(100).

       FD JORNAL-DIARIO.
       01 LINEA-JORNAL.
           05 JRN-FECHA               PIC 9(8).
           05 JRN-HORA                PIC 9(8).
           05 JRN-ARCHIVO             PIC X(20).
           05 JRN-OPERACION           PIC X(1).
           05 JRN-REGISTRO            PIC X(512).

       FD BATCH-FLAG.
       01 LINEA-BATCH-FLAG.
           05 BFL-MARCA               PIC X(1).
               88 BATCH-EN-CURSO      VALUE "S".
           05 BFL-FECHA               PIC 9(8).
           05 BFL-HORA                PIC 9(8).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PREINSC               PIC XX.
           88 ESTA-PREINSC         VALUE "00" "02".
           88 FIN-PREINSC          VALUE "10".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-REG-WEB               PIC XX.
           88 ESTA-REG-WEB         VALUE "00" "02".
           88 FIN-REG-WEB          VALUE "10".
           88 F-NOEXISTE-WEB       VALUE "35".

       77 FS-NUMERADOR             PIC XX.
           88 F-NOEXISTE-NUM       VALUE "35".

       77 FS-CLASES                PIC XX.
           88 FIN-CLASES           VALUE "10".
           88 F-NOEXISTE-CLS       VALUE "35".

       77 FS-CARNETS               PIC XX.
           88 F-NOEXISTE-CARNETS   VALUE "05" "35".

       77 FS-AUDITORIA-SOC         PIC XX.
           88 F-NOEXISTE-AUDSOC    VALUE "05" "35".

       77 FS-JORNAL                PIC XX.
           88 F-NOEXISTE-JRN       VALUE "05" "35".
       77 WS-JRN-OPERACION         PIC X VALUE SPACES.

       77 FS-BATCH-FLAG            PIC XX.
           88 F-NOEXISTE-BFL       VALUE "05" "35".

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

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

       77 NOMBRE-BIBLIOTECA        PIC X(30)
               VALUE "BIBLIOTECA POPULAR MUNICIPAL".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

       77 CLASE-NINIO              PIC X(1) VALUE "N".
       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-NUMERO-PREINSC        PIC 9(6) VALUE ZEROS.
       77 WS-PREINSC-OK            PIC X VALUE "N".
           88 PREINSC-OK           VALUE "S".
       77 WS-OPERADOR              PIC X(10) VALUE SPACES.
       77 WS-RESPUESTA             PIC X(2) VALUE SPACES.
       77 WS-CLASE                 PIC X(1) VALUE SPACES.
       77 WS-CLASE-OK              PIC X VALUE "N".
           88 CLASE-OK             VALUE "S".
       77 WS-RESPONSABLE           PIC X(11) VALUE SPACES.
       77 WS-USUARIO               PIC X(20) VALUE SPACES.
       77 WS-USUARIO-TOMADO        PIC X VALUE "N".
           88 USUARIO-TOMADO       VALUE "S".
       77 WS-PASS-1                PIC X(15) VALUE SPACES.
       77 WS-PASS-2                PIC X(15) VALUE SPACES.
       77 WS-FECHA-VENC            PIC 9(8) VALUE ZEROS.
       77 WS-NUMERO-SOCIO          PIC 9(6) VALUE ZEROS.
       77 WS-INTENTOS              PIC 9(3) VALUE ZEROS.
       77 WS-FICHA-GRABADA         PIC X VALUE "N".
           88 FICHA-GRABADA        VALUE "S".
       77 WS-CANT-PENDIENTES       PIC 9(5) VALUE ZEROS.
       77 WS-MARCAS                PIC X(9) VALUE SPACES.

      *CODIFICACION DE UNA VIA DE LA PALABRA DE PASO ("#" MAS OCHO
      *DIGITOS), LA MISMA DE SIWEB00M Y CONVIERTE-CLAVES.
       77 WS-CLAVE-ENTRADA         PIC X(15) VALUE SPACES.
       77 WS-CLAVE-CODIFICADA      PIC X(15) VALUE SPACES.
       77 WS-HASH                  PIC 9(8)  VALUE ZEROS.
       77 WS-HASH-TRABAJO          PIC 9(10) VALUE ZEROS.
       77 WS-HASH-COCIENTE         PIC 9(10) VALUE ZEROS.
       77 WS-HASH-DIGITOS          PIC 9(8)  VALUE ZEROS.
       77 WS-POS-HASH              PIC 9(2)  VALUE ZEROS.

      *CONTROL DE VENTANA DE BATCH.
       77 AUX-BATCH-CORRIENDO  PIC X VALUE "N".
           88 BATCH-CORRIENDO  VALUE "S".

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
           PERFORM CARGAR-PARAMETROS.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== PREINSCRIPCIONES WEB - MOSTRADOR ====="
               DISPLAY "1. LISTAR PREINSCRIPCIONES PENDIENTES"
               DISPLAY "2. CONFIRMAR UNA PREINSCRIPCION"
               DISPLAY "3. RECHAZAR UNA PREINSCRIPCION"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-LISTAR-PENDIENTES
                                  THRU 020-LISTAR-PENDIENTES-EXIT
                   WHEN 2 PERFORM 030-CONFIRMAR
                                  THRU 030-CONFIRMAR-EXIT
                   WHEN 3 PERFORM 040-RECHAZAR
                                  THRU 040-RECHAZAR-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *LISTA EN PANTALLA LAS PENDIENTES CON SUS MARCAS: DUP=PROBABLE
      *DUPLICADO, USR=USUARIO WEB YA TOMADO.
       020-LISTAR-PENDIENTES.
           OPEN INPUT PREINSCRIPCIONES.
           IF F-NOEXISTE-PRE
               DISPLAY "NO HAY PREINSCRIPCIONES."
               CLOSE PREINSCRIPCIONES
               GO TO 020-LISTAR-PENDIENTES-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-PENDIENTES.
           MOVE ZEROS TO PRE-NUMERO.
           START PREINSCRIPCIONES KEY IS NOT LESS THAN PRE-NUMERO
               INVALID KEY SET FIN-PREINSC TO TRUE
           END-START.
           IF NOT FIN-PREINSC
               READ PREINSCRIPCIONES NEXT RECORD AT END
                       SET FIN-PREINSC TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-PREINSC
               IF PRE-PENDIENTE
                   ADD 1 TO WS-CANT-PENDIENTES
                   MOVE SPACES TO WS-MARCAS
                   IF PRE-DUP-MOTIVO NOT = SPACES
                       MOVE "DUP" TO WS-MARCAS (1:3)
                   END-IF
                   IF PRE-USUARIO-USADO = "S"
                       MOVE "USR" TO WS-MARCAS (5:3)
                   END-IF
                   DISPLAY PRE-NUMERO " " PRE-FECHA-PEDIDO " "
                           PRE-NOMBRE (1:30) " " PRE-CLASE " "
                           WS-MARCAS
               END-IF
               READ PREINSCRIPCIONES NEXT RECORD AT END
                       SET FIN-PREINSC TO TRUE END-READ
           END-PERFORM.
           CLOSE PREINSCRIPCIONES.
           DISPLAY WS-CANT-PENDIENTES " PREINSCRIPCIONES PENDIENTES.".
       020-LISTAR-PENDIENTES-EXIT.
           EXIT.

      *CONFIRMA UNA PREINSCRIPCION: CREA LA FICHA Y EL ACCESO WEB
      *JUNTOS E IMPRIME EL CARNET.
       030-CONFIRMAR.
           PERFORM VERIFICAR-BATCH-EN-CURSO.
           IF BATCH-CORRIENDO
               DISPLAY "PROCESO NOCTURNO EN CURSO: NO SE PUEDEN "
                       "CONFIRMAR PREINSCRIPCIONES AHORA."
               GO TO 030-CONFIRMAR-EXIT
           END-IF.
           PERFORM 080-LEER-PREINSC THRU 080-LEER-PREINSC-EXIT.
           IF NOT PREINSC-OK
               GO TO 030-CONFIRMAR-EXIT
           END-IF.
           PERFORM 085-MOSTRAR-PREINSC.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERADOR.
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "FALTA EL OPERADOR."
               GO TO 030-CONFIRMAR-CERRAR
           END-IF.
           DISPLAY "Documento de identidad verificado (SI/NO): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-RESPUESTA.
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "SI"
               DISPLAY "SIN DOCUMENTO NO SE CONFIRMA."
               GO TO 030-CONFIRMAR-CERRAR
           END-IF.
           IF PRE-DUP-MOTIVO NOT = SPACES
               DISPLAY "Es otra persona que la del duplicado "
                       PRE-DUP-CLAVE " (SI/NO): " WITH NO ADVANCING
               MOVE SPACES TO WS-RESPUESTA
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = "SI"
                   DISPLAY "YA ES SOCIO: RECHAZAR LA PREINSCRIPCION."
                   GO TO 030-CONFIRMAR-CERRAR
               END-IF
           END-IF.
           DISPLAY "Clase (ENTER = " PRE-CLASE "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLASE.
           ACCEPT WS-CLASE.
           IF WS-CLASE = SPACES
               MOVE PRE-CLASE TO WS-CLASE
           END-IF.
           PERFORM 090-VALIDAR-CLASE THRU 090-VALIDAR-CLASE-EXIT.
           IF NOT CLASE-OK
               DISPLAY "CLASE " WS-CLASE " INEXISTENTE."
               GO TO 030-CONFIRMAR-CERRAR
           END-IF.
           OPEN I-O REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA SIENT01.FIC."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-SOCIOS
               GO TO 030-CONFIRMAR-CERRAR
           END-IF.
           MOVE SPACES TO WS-RESPONSABLE.
           IF WS-CLASE = CLASE-NINIO
               PERFORM 095-PEDIR-RESPONSABLE
                       THRU 095-PEDIR-RESPONSABLE-EXIT
               IF NOT CLASE-OK
                   CLOSE REG-SOCIOS
                   GO TO 030-CONFIRMAR-CERRAR
               END-IF
           END-IF.
           OPEN I-O REG-WEB.
           IF F-NOEXISTE-WEB
               CLOSE REG-WEB
               OPEN OUTPUT REG-WEB
               CLOSE REG-WEB
               OPEN I-O REG-WEB
           END-IF.
           MOVE PRE-USUARIO-WEB TO WS-USUARIO.
           PERFORM 100-ELEGIR-USUARIO THRU 100-ELEGIR-USUARIO-EXIT.
           IF WS-USUARIO = SPACES
               GO TO 030-CONFIRMAR-CERRAR-TODO
           END-IF.
           DISPLAY "Palabra de paso: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PASS-1.
           ACCEPT WS-PASS-1.
           DISPLAY "Repetir palabra de paso: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PASS-2.
           ACCEPT WS-PASS-2.
           IF WS-PASS-1 = SPACES OR WS-PASS-1 NOT = WS-PASS-2
               DISPLAY "LAS PALABRAS DE PASO NO COINCIDEN."
               GO TO 030-CONFIRMAR-CERRAR-TODO
           END-IF.
           MOVE WS-PASS-1 TO WS-CLAVE-ENTRADA.
           PERFORM CODIFICAR-CLAVE.
           MOVE SPACES TO WS-PASS-1 WS-PASS-2 WS-CLAVE-ENTRADA.
           DISPLAY "Vencimiento pagado (AAAAMMDD, ENTER = SIN "
                   "COBRAR): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-VENC.
           ACCEPT WS-FECHA-VENC.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 050-GRABAR-FICHA THRU 050-GRABAR-FICHA-EXIT.
           IF NOT FICHA-GRABADA
               DISPLAY "NO SE PUDO GRABAR LA FICHA."
               GO TO 030-CONFIRMAR-CERRAR-TODO
           END-IF.
           PERFORM 060-GRABAR-WEB.
           PERFORM 070-IMPRIMIR-CARNET.
           MOVE "C"                TO PRE-ESTADO.
           MOVE SOCIO-CLAVE-STATUS TO PRE-CLAVE-ALTA.
           MOVE WS-USUARIO         TO PRE-USUARIO-WEB.
           MOVE WS-FECHA-HOY       TO PRE-FECHA-RESOLUCION.
           MOVE WS-OPERADOR        TO PRE-OPERADOR.
           REWRITE DATOS-PREINSC
               INVALID KEY
               MOVE "PREINSCRIPCIONES.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-PREINSC             TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           END-REWRITE.
           DISPLAY "SOCIO " AUX-COD-NUMERO "-" AUX-COD-DV
                   " CREADO, ACCESO WEB " WS-USUARIO.
           DISPLAY "CARNET IMPRESO EN CARNETS.LST.".
           IF WS-FECHA-VENC = ZEROS
               DISPLAY "FALTA COBRAR LA CUOTA EN MEMBRESIA-COBRO."
           END-IF.
       030-CONFIRMAR-CERRAR-TODO.
           CLOSE REG-WEB.
           CLOSE REG-SOCIOS.
       030-CONFIRMAR-CERRAR.
           CLOSE PREINSCRIPCIONES.
       030-CONFIRMAR-EXIT.
           EXIT.

      *RECHAZA UNA PREINSCRIPCION (YA ES SOCIO, DATOS FALSOS, NO SE
      *PRESENTO CON DOCUMENTO): QUEDA EN LA COLA COMO RECHAZADA
      *HASTA QUE PREINSC-NOCHE LA PURGA.
       040-RECHAZAR.
           PERFORM VERIFICAR-BATCH-EN-CURSO.
           IF BATCH-CORRIENDO
               DISPLAY "PROCESO NOCTURNO EN CURSO: NO SE PUEDEN "
                       "RECHAZAR PREINSCRIPCIONES AHORA."
               GO TO 040-RECHAZAR-EXIT
           END-IF.
           PERFORM 080-LEER-PREINSC THRU 080-LEER-PREINSC-EXIT.
           IF NOT PREINSC-OK
               GO TO 040-RECHAZAR-EXIT
           END-IF.
           PERFORM 085-MOSTRAR-PREINSC.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERADOR.
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "FALTA EL OPERADOR."
               GO TO 040-RECHAZAR-CERRAR
           END-IF.
           DISPLAY "Confirma el rechazo (SI/NO): " WITH NO ADVANCING.
           MOVE SPACES TO WS-RESPUESTA.
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "SI"
               GO TO 040-RECHAZAR-CERRAR
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "R"          TO PRE-ESTADO.
           MOVE WS-FECHA-HOY TO PRE-FECHA-RESOLUCION.
           MOVE WS-OPERADOR  TO PRE-OPERADOR.
           REWRITE DATOS-PREINSC
               INVALID KEY
               MOVE "PREINSCRIPCIONES.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-PREINSC             TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           END-REWRITE.
           DISPLAY "PREINSCRIPCION " PRE-NUMERO " RECHAZADA.".
       040-RECHAZAR-CERRAR.
           CLOSE PREINSCRIPCIONES.
       040-RECHAZAR-EXIT.
           EXIT.

      *ASIGNA EL PROXIMO NUMERO DE SOCIOS.NUM Y GRABA LA FICHA. UN
      *WRITE RECHAZADO (NUMERO YA CARGADO A MANO) PASA AL SIGUIENTE,
      *IGUAL QUE EN ALTA-ESTUDIANTES.
       050-GRABAR-FICHA.
           MOVE "N" TO WS-FICHA-GRABADA.
           MOVE ZEROS TO WS-NUMERO-SOCIO.
           OPEN INPUT SOCIO-NUMERADOR.
           IF NOT F-NOEXISTE-NUM
               READ SOCIO-NUMERADOR INTO WS-NUMERO-SOCIO
                   AT END MOVE ZEROS TO WS-NUMERO-SOCIO
               END-READ
               CLOSE SOCIO-NUMERADOR
           END-IF.
      *SIN NUMERADOR PREVIO SE ARRANCA EN 500001 PARA NO PISAR LA
      *NUMERACION QUE LA MESA ASIGNA A MANO.
           IF WS-NUMERO-SOCIO = ZEROS
               MOVE 500000 TO WS-NUMERO-SOCIO
           END-IF.
           MOVE ZEROS TO WS-INTENTOS.
       050-GRABAR-FICHA-OTRO.
           IF WS-INTENTOS > 99
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 050-GRABAR-FICHA-EXIT
           END-IF.
           ADD 1 TO WS-INTENTOS.
           ADD 1 TO WS-NUMERO-SOCIO.
           MOVE SPACES TO DATOS-SOCIO-STATUS.
           MOVE WS-NUMERO-SOCIO    TO SOCIO-CLAVE-STATUS.
           MOVE PRE-NOMBRE         TO SOCIO-NOMBRE-STATUS.
           STRING "PREINSCRIPCION WEB " DELIMITED BY SIZE
                   PRE-NUMERO           DELIMITED BY SIZE
                   INTO SOCIO-COMENTARIO-STATUS.
           MOVE PRE-TELEFONO       TO SOCIO-TELEFONO-STATUS.
           MOVE PRE-DOMICILIO      TO SOCIO-DOMICILIO-STATUS.
           MOVE PRE-FECHA-NAC      TO SOCIO-FECHA-NAC-STATUS.
           MOVE WS-FECHA-VENC      TO SOCIO-FECHA-VENC-STATUS.
           MOVE "n"                TO SOCIO-SUSPENDIDO-STATUS.
           MOVE WS-FECHA-HOY       TO SOCIO-FECHA-ALTA-STATUS.
           MOVE WS-RESPONSABLE     TO SOCIO-RESPONSABLE-STATUS.
           MOVE WS-CLASE           TO SOCIO-CLASE-STATUS.
           WRITE DATOS-SOCIO-STATUS
               INVALID KEY
               GO TO 050-GRABAR-FICHA-OTRO
           END-WRITE.
           MOVE "S" TO WS-FICHA-GRABADA.
           OPEN OUTPUT SOCIO-NUMERADOR.
           MOVE WS-NUMERO-SOCIO TO LINEA-NUMERADOR.
           WRITE LINEA-NUMERADOR.
           CLOSE SOCIO-NUMERADOR.
           MOVE "W" TO WS-JRN-OPERACION.
           PERFORM JORNAL-SOCIO.
           MOVE SOCIO-CLAVE-STATUS  TO AUDS-CLAVE.
           MOVE "ALTA"              TO AUDS-CAMPO.
           MOVE SPACES              TO AUDS-ANTERIOR.
           MOVE SOCIO-NOMBRE-STATUS TO AUDS-NUEVO.
           MOVE WS-OPERADOR         TO AUDS-OPERADOR.
           PERFORM AUDITAR-CAMBIO-SOCIO.
       050-GRABAR-FICHA-EXIT.
           EXIT.

      *ACCESO WEB HABILITADO DESDE HOY, CON LA PALABRA DE PASO YA
      *CODIFICADA.
       060-GRABAR-WEB.
           MOVE SPACES TO DATOS-WEB-STATUS.
           MOVE SOCIO-CLAVE-STATUS  TO WEB-CLAVE-STATUS.
           MOVE WS-USUARIO          TO WEB-USUARIO-STATUS.
           MOVE WS-CLAVE-CODIFICADA TO WEB-PASS-STATUS.
           MOVE "H"                 TO WEB-HABILITADO-STATUS.
           MOVE WS-FECHA-HOY        TO WEB-FECHA-ALTA-STATUS.
           WRITE DATOS-WEB-STATUS
               INVALID KEY
               DISPLAY "NO SE PUDO CREAR EL ACCESO WEB: CARGARLO "
                       "EN SIWEB00M."
               MOVE "siweb00.fic" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-WEB    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           END-WRITE.

      *EL CARNET, CON EL MISMO FORMATO QUE CARNET-SOCIOS. EL NUMERO
      *LLEVA EL DIGITO VERIFICADOR.
       070-IMPRIMIR-CARNET.
           OPEN EXTEND CARNETS.
           IF F-NOEXISTE-CARNETS
               CLOSE CARNETS
               OPEN OUTPUT CARNETS
           END-IF.
           MOVE WS-NUMERO-SOCIO TO AUX-COD-NUMERO.
           PERFORM CALCULAR-DIGITO-VERIFICADOR.
           MOVE ALL "=" TO LINEA-CARNET.
           WRITE LINEA-CARNET.
           MOVE NOMBRE-BIBLIOTECA TO LINEA-CARNET.
           WRITE LINEA-CARNET.
           MOVE "CARNET DE SOCIO" TO LINEA-CARNET.
           WRITE LINEA-CARNET.
           MOVE SPACES TO LINEA-CARNET.
           STRING "SOCIO NRO: "        DELIMITED BY SIZE
                   AUX-COD-NUMERO      DELIMITED BY SIZE
                   "-"                 DELIMITED BY SIZE
                   AUX-COD-DV          DELIMITED BY SIZE
                   INTO LINEA-CARNET.
           WRITE LINEA-CARNET.
           MOVE SOCIO-NOMBRE-STATUS TO LINEA-CARNET.
           WRITE LINEA-CARNET.
           MOVE SPACES TO LINEA-CARNET.
           IF SOCIO-FECHA-VENC-STATUS = ZEROS
               MOVE "VALIDO HASTA: (SIN VENCIMIENTO)"
                       TO LINEA-CARNET
           ELSE
               STRING "VALIDO HASTA: "         DELIMITED BY SIZE
                       SOCIO-FECHA-VENC-STATUS DELIMITED BY SIZE
                       INTO LINEA-CARNET
           END-IF.
           WRITE LINEA-CARNET.
           MOVE ALL "=" TO LINEA-CARNET.
           WRITE LINEA-CARNET.
           MOVE SPACES TO LINEA-CARNET.
           WRITE LINEA-CARNET.
           CLOSE CARNETS.

      *PIDE EL NUMERO DE PREINSCRIPCION Y LA DEJA LEIDA CON LA COLA
      *ABIERTA EN I-O; SOLO SIRVEN LAS PENDIENTES.
       080-LEER-PREINSC.
           MOVE "N" TO WS-PREINSC-OK.
           DISPLAY "Numero de preinscripcion: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-NUMERO-PREINSC.
           ACCEPT WS-NUMERO-PREINSC.
           IF WS-NUMERO-PREINSC = ZEROS
               GO TO 080-LEER-PREINSC-EXIT
           END-IF.
           OPEN I-O PREINSCRIPCIONES.
           IF F-NOEXISTE-PRE
               DISPLAY "NO HAY PREINSCRIPCIONES."
               CLOSE PREINSCRIPCIONES
               GO TO 080-LEER-PREINSC-EXIT
           END-IF.
           MOVE WS-NUMERO-PREINSC TO PRE-NUMERO.
           READ PREINSCRIPCIONES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-PREINSC
               DISPLAY "NO EXISTE LA PREINSCRIPCION."
               CLOSE PREINSCRIPCIONES
               GO TO 080-LEER-PREINSC-EXIT
           END-IF.
           IF NOT PRE-PENDIENTE
               DISPLAY "LA PREINSCRIPCION YA ESTA RESUELTA ("
                       PRE-ESTADO " " PRE-CLAVE-ALTA ")."
               CLOSE PREINSCRIPCIONES
               GO TO 080-LEER-PREINSC-EXIT
           END-IF.
           MOVE "S" TO WS-PREINSC-OK.
       080-LEER-PREINSC-EXIT.
           EXIT.

       085-MOSTRAR-PREINSC.
           DISPLAY "PREINSCRIPCION: " PRE-NUMERO
                   "  PEDIDA EL " PRE-FECHA-PEDIDO.
           DISPLAY "NOMBRE:         " PRE-NOMBRE.
           DISPLAY "DOMICILIO:      " PRE-DOMICILIO.
           DISPLAY "TELEFONO:       " PRE-TELEFONO.
           DISPLAY "NACIMIENTO:     " PRE-FECHA-NAC.
           DISPLAY "CLASE PEDIDA:   " PRE-CLASE.
           DISPLAY "USUARIO WEB:    " PRE-USUARIO-WEB.
           IF PRE-DUP-MOTIVO NOT = SPACES
               DISPLAY "*** PROBABLE DUPLICADO DE " PRE-DUP-CLAVE
                       " POR " PRE-DUP-MOTIVO " ***"
           END-IF.
           IF PRE-USUARIO-USADO = "S"
               DISPLAY "*** EL USUARIO WEB PEDIDO YA ESTABA TOMADO ***"
           END-IF.

      *LA CLASE TIENE QUE FIGURAR EN CLASES-SOCIO.DAT.
       090-VALIDAR-CLASE.
           MOVE "N" TO WS-CLASE-OK.
           INSPECT WS-CLASE CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT CLASES-SOCIO.
           IF F-NOEXISTE-CLS
               MOVE "CLASES-SOCIO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-CLASES          TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE CLASES-SOCIO
               GO TO 090-VALIDAR-CLASE-EXIT
           END-IF.
           READ CLASES-SOCIO AT END SET FIN-CLASES TO TRUE END-READ.
           PERFORM UNTIL FIN-CLASES OR CLASE-OK
               IF CLS-CODIGO = WS-CLASE
                   MOVE "S" TO WS-CLASE-OK
               END-IF
               READ CLASES-SOCIO AT END SET FIN-CLASES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CLASES-SOCIO.
       090-VALIDAR-CLASE-EXIT.
           EXIT.

      *EL RESPONSABLE DE UN NINIO ES OPTATIVO, PERO SI SE CARGA
      *TIENE QUE SER UN SOCIO EXISTENTE. CLASE-OK QUEDA EN "N" SI
      *EL CODIGO NO CORRESPONDE A NINGUNA FICHA.
       095-PEDIR-RESPONSABLE.
           DISPLAY "Socio responsable (ENTER = NINGUNO): "
                   WITH NO ADVANCING.
           PERFORM PEDIR-CODIGO-SOCIO THRU PEDIR-CODIGO-SOCIO-EXIT.
           IF AUX-SOCIO-ID = ZEROS
               GO TO 095-PEDIR-RESPONSABLE-EXIT
           END-IF.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE AUX-SOCIO-ID TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-SOC
               DISPLAY "EL RESPONSABLE NO ES SOCIO."
               MOVE "N" TO WS-CLASE-OK
               GO TO 095-PEDIR-RESPONSABLE-EXIT
           END-IF.
           DISPLAY "RESPONSABLE: " SOCIO-NOMBRE-STATUS.
           MOVE SOCIO-CLAVE-STATUS TO WS-RESPONSABLE.
       095-PEDIR-RESPONSABLE-EXIT.
           EXIT.

      *EL USUARIO WEB NO PUEDE REPETIRSE: SI ESTA TOMADO (PUDO
      *TOMARSE DESPUES DE LA NOCHE) SE PIDE OTRO. WS-USUARIO QUEDA
      *EN BLANCO SI EL OPERADOR CANCELA.
       100-ELEGIR-USUARIO.
           IF WS-USUARIO = SPACES
               DISPLAY "Usuario web (ENTER = CANCELA): "
                       WITH NO ADVANCING
               ACCEPT WS-USUARIO
               IF WS-USUARIO = SPACES
                   GO TO 100-ELEGIR-USUARIO-EXIT
               END-IF
           END-IF.
           MOVE "N" TO WS-USUARIO-TOMADO.
           MOVE LOW-VALUES TO WEB-CLAVE-STATUS.
           START REG-WEB KEY IS NOT LESS THAN WEB-CLAVE-STATUS
               INVALID KEY SET FIN-REG-WEB TO TRUE
           END-START.
           IF NOT FIN-REG-WEB
               READ REG-WEB NEXT RECORD AT END SET FIN-REG-WEB
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-WEB OR USUARIO-TOMADO
               IF WEB-USUARIO-STATUS = WS-USUARIO
                   MOVE "S" TO WS-USUARIO-TOMADO
               END-IF
               READ REG-WEB NEXT RECORD AT END SET FIN-REG-WEB
                       TO TRUE END-READ
           END-PERFORM.
           IF USUARIO-TOMADO
               DISPLAY "EL USUARIO " WS-USUARIO " YA ESTA TOMADO."
               MOVE SPACES TO WS-USUARIO
               GO TO 100-ELEGIR-USUARIO
           END-IF.
       100-ELEGIR-USUARIO-EXIT.
           EXIT.

      *RECHAZA EL TRABAJO INTERACTIVO MIENTRAS LA CADENA NOCTURNA
      *ESTA CORRIENDO (MISMA SENIAL QUE EN REGISTROLIBROS).
       VERIFICAR-BATCH-EN-CURSO.
           MOVE "N" TO AUX-BATCH-CORRIENDO.
           OPEN INPUT BATCH-FLAG.
           IF F-NOEXISTE-BFL
               CLOSE BATCH-FLAG
           ELSE
               READ BATCH-FLAG
                   AT END MOVE "N" TO BFL-MARCA
               END-READ
               IF BATCH-EN-CURSO
                   MOVE "S" TO AUX-BATCH-CORRIENDO
               END-IF
               CLOSE BATCH-FLAG
           END-IF.

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

      *CODIFICA WS-CLAVE-ENTRADA EN WS-CLAVE-CODIFICADA ("#" MAS
      *OCHO DIGITOS). SI SE CAMBIA EL ALGORITMO HAY QUE CAMBIARLO
      *EN TODOS LOS PROGRAMAS QUE LO USAN (VER CONVIERTE-CLAVES).
       CODIFICAR-CLAVE.
           MOVE 7 TO WS-HASH.
           PERFORM VARYING WS-POS-HASH FROM 1 BY 1
                   UNTIL WS-POS-HASH > 15
               COMPUTE WS-HASH-TRABAJO = WS-HASH * 31 +
                   FUNCTION ORD (WS-CLAVE-ENTRADA (WS-POS-HASH:1))
               DIVIDE WS-HASH-TRABAJO BY 99999989
                   GIVING WS-HASH-COCIENTE
                   REMAINDER WS-HASH
           END-PERFORM.
           MOVE SPACES TO WS-CLAVE-CODIFICADA.
           MOVE "#" TO WS-CLAVE-CODIFICADA (1:1).
           MOVE WS-HASH TO WS-HASH-DIGITOS.
           MOVE WS-HASH-DIGITOS TO WS-CLAVE-CODIFICADA (2:8).

      *DIGITO VERIFICADOR DEL NUMERO DE SOCIO: SUMA PESADA (PESOS
      *2..7) MODULO 11, CON 10 LLEVADO A 0.
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

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "NOMBRE-BIBLIO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO NOMBRE-BIBLIOTECA
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "PREINSC-MOSTRADOR " DELIMITED BY SIZE
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
       END PROGRAM PREINSC-MOSTRADOR.
