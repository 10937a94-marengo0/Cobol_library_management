       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANT-PARAMETROS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *MANTENIMIENTO DE LOS PARAMETROS DEL SISTEMA
      *(PARAMETROS-SISTEMA.DAT). EL NOMBRE DE LA BIBLIOTECA, EL
      *MEMBRETE Y LA FIRMA DE LAS CARTAS, LA SUCURSAL POR DEFECTO DEL
      *MOSTRADOR, LOS TOPES DE LOS PROCESOS NOCTURNOS Y LOS PLAZOS DE
      *CONSERVACION ESTABAN FIJOS EN CADA PROGRAMA Y CAMBIARLOS
      *PEDIA UN PROGRAMADOR. AHORA CADA PROGRAMA LOS PIDE A
      *LEE-PARAMETRO Y, SI EL PARAMETRO NO ESTA CARGADO, SIGUE CON
      *SU VALOR DE SIEMPRE. LA TABLA CATALOGO-PARAMETROS DE ABAJO
      *ES LA LISTA DE PARAMETROS QUE SE PUEDEN CARGAR, CON SU TIPO,
      *SU LARGO Y EL VALOR DE SIEMPRE QUE RIGE SIN REGISTRO; UN
      *PARAMETRO NUEVO SE AGREGA AHI Y EN EL PROGRAMA QUE LO USA.
      *ENTRA SOLO EL USUARIO DE SIENT02.FIC CON LA FUNCION
      *"PARAMETROS" PERMITIDA EN LA MATRIZ DE PERMISOS (SIENT02M,
      *F4); SIN REGISTRO EN LA MATRIZ RIGE EL NIVEL: SOLO "A". CADA
      *ALTA, CAMBIO O VUELTA AL VALOR DE SIEMPRE DEJA SU LINEA EN
      *AUDITORIA-PARAMETROS.DAT (TABLA "PARAMETROS") A NOMBRE DEL
      *USUARIO.
      *EN LA COPIA DE ENTRENAMIENTO (PREPARA-ENTRENA) EL MENU
      *MUESTRA LA LEYENDA ENTRENAMIENTO.
      *LA HORA DE APERTURA Y LOS MINUTOS DE AVISO PREVIO QUE USA
      *TIEMPOS-NOCHE SE SUMARON AL CATALOGO.
      *TAMBIEN EL HORIZONTE EN DIAS DE LOS AVISOS DE CAPACIDADES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO "PARAMETROS-SISTEMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CLAVE
               FILE STATUS IS FS-PARAMETROS.

      *FICHA DE USUARIOS DEL SISTEMA (SIENT02M): IDENTIFICA AL
      *OPERADOR QUE ENTRA.
           SELECT REG-USUARIOS ASSIGN TO "sient02.fic"
               ORGANIZATION IS INDEXED
               RECORD KEY IS USU-CLAVE-STATUS
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-USUARIOS.

      *MATRIZ DE PERMISOS POR USUARIO Y FUNCION (SIENT02M).
           SELECT PERMISOS ASSIGN TO "PERMISOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERM-CLAVE
               FILE STATUS IS FS-PERMISOS.

      *TRAZA DE AUDITORIA DE LAS TABLAS DE PARAMETROS, COMUN A
      *TODOS LOS PROGRAMAS QUE LAS MANTIENEN (CONSULTA-AUD-PARAM).
           SELECT AUDITORIA-PARAMETROS
               ASSIGN TO "AUDITORIA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-PAR.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *UN PARAMETRO: CLAVE, TIPO ("A" TEXTO / "N" NUMERO), VALOR DE
      *TEXTO (EN LOS NUMERICOS, EL NUMERO EDITADO PARA LISTAR),
      *VALOR NUMERICO Y ULTIMA MODIFICACION.
       FD PARAMETROS.
       01 REG-PARAMETRO.
           05 PAR-CLAVE               PIC X(15).
           05 PAR-TIPO                PIC X(01).
               88 PAR-ES-NUMERO       VALUE "N".
           05 PAR-VALOR               PIC X(60).
           05 PAR-NUMERO              PIC 9(9)V99.
           05 PAR-FECHA-MOD           PIC 9(8).
           05 PAR-OPERADOR            PIC X(10).

       FD REG-USUARIOS.
       01 DATOS-USUARIO-STATUS.
           05 USU-CLAVE-STATUS        PIC X(11).
           05 USU-NOMBRE-STATUS       PIC X(40).
           05 USU-PASS-STATUS         PIC X(15).
           05 USU-NIVEL-STATUS        PIC X(01).
               88 USU-ES-ADMIN        VALUE "A".
               88 USU-ESTA-BLOQUEADO  VALUE "B".
           05 FILLER                  PIC X(100).

       FD PERMISOS.
       01 REG-PERMISO.
           05 PERM-CLAVE.
               10 PERM-USUARIO        PIC X(11).
               10 PERM-FUNCION        PIC X(10).
           05 PERM-PERMITIDO          PIC X(01).

       FD AUDITORIA-PARAMETROS.
       01 LINEA-AUDITORIA-PAR         PIC X(120).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PARAMETROS            PIC XX.
           88 ESTA-PARAMETRO       VALUE "00" "02".
           88 F-NOEXISTE-PAR       VALUE "35".
       77 FS-REG-USUARIOS          PIC XX.
           88 ESTA-REG-USU         VALUE "00" "02".
           88 F-NOEXISTE-USU       VALUE "35".
       77 FS-PERMISOS              PIC XX.
           88 ESTA-PERMISO         VALUE "00" "02".
           88 F-NOEXISTE-PERM      VALUE "35".
       77 FS-AUDITORIA-PAR         PIC XX.
           88 F-NOEXISTE-AUDPAR    VALUE "05" "35".
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

      *CAMPOS DE LA LINEA DE AUDITORIA DE PARAMETROS. EL OPERADOR ES
      *EL USUARIO QUE ENTRO.
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

      *OPERADOR IDENTIFICADO CONTRA LA FICHA DE USUARIOS Y LA
      *MATRIZ DE PERMISOS.
       77 AUX-USUARIO-OK           PIC X VALUE "N".
           88 USUARIO-OK           VALUE "S".
       77 AUX-USUARIO-NIVEL        PIC X VALUE SPACE.
       77 AUX-USUARIO-CLAVE        PIC X(11) VALUE SPACES.
       77 AUX-USUARIO-PASS         PIC X(15) VALUE SPACES.
       77 AUX-PERM-RESULTADO       PIC X VALUE SPACE.
           88 PERMISO-CONCEDIDO    VALUE "S".
           88 PERMISO-DENEGADO     VALUE "N".
      *CODIFICACION DE UNA VIA DE LA PALABRA DE PASO, MISMO
      *ALGORITMO QUE EN TODOS LOS PROGRAMAS QUE VERIFICAN CLAVES.
       77 WS-CLAVE-ENTRADA         PIC X(15) VALUE SPACES.
       77 WS-CLAVE-CODIFICADA      PIC X(15) VALUE SPACES.
       77 WS-HASH                  PIC 9(8)  VALUE ZEROS.
       77 WS-HASH-TRABAJO          PIC 9(10) VALUE ZEROS.
       77 WS-HASH-COCIENTE         PIC 9(10) VALUE ZEROS.
       77 WS-HASH-DIGITOS          PIC 9(8)  VALUE ZEROS.
       77 WS-POS-HASH              PIC 9(2)  VALUE ZEROS.

      *CATALOGO DE PARAMETROS: CLAVE(15), TIPO ("A" TEXTO / "N"
      *NUMERO), LARGO (CARACTERES DEL TEXTO O DIGITOS ENTEROS DEL
      *NUMERO), SI ADMITE DECIMALES, VALOR DE SIEMPRE (EL QUE RIGE
      *SIN REGISTRO, IGUAL AL VALUE DEL PROGRAMA QUE LO USA) Y
      *DESCRIPCION CON LOS PROGRAMAS QUE LO LEEN.
       01 CATALOGO-PARAMETROS.
           05 FILLER PIC X(15) VALUE "NOMBRE-BIBLIO".
           05 FILLER PIC X(04) VALUE "A30N".
           05 FILLER PIC X(30) VALUE "BIBLIOTECA POPULAR MUNICIPAL".
           05 FILLER PIC X(40) VALUE
                   "NOMBRE (CARNETS, ETIQUETAS, CARTAS)".
           05 FILLER PIC X(15) VALUE "DOMICILIO-BIBL".
           05 FILLER PIC X(04) VALUE "A40N".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
                   "DOMICILIO EN EL MEMBRETE DE LAS CARTAS".
           05 FILLER PIC X(15) VALUE "TELEFONO-BIBL".
           05 FILLER PIC X(04) VALUE "A20N".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
                   "TELEFONO EN EL MEMBRETE DE LAS CARTAS".
           05 FILLER PIC X(15) VALUE "FIRMA-NOMBRE".
           05 FILLER PIC X(04) VALUE "A40N".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
                   "FIRMA DE LAS CARTAS: NOMBRE".
           05 FILLER PIC X(15) VALUE "FIRMA-CARGO".
           05 FILLER PIC X(04) VALUE "A40N".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
                   "FIRMA DE LAS CARTAS: CARGO".
           05 FILLER PIC X(15) VALUE "SUCURSAL-DEF".
           05 FILLER PIC X(04) VALUE "A03N".
           05 FILLER PIC X(30) VALUE "SED".
           05 FILLER PIC X(40) VALUE
                   "SUCURSAL POR DEFECTO EN EL MOSTRADOR".
           05 FILLER PIC X(15) VALUE "SUSP-TOPE-SALDO".
           05 FILLER PIC X(04) VALUE "N07S".
           05 FILLER PIC X(30) VALUE "1000.00".
           05 FILLER PIC X(40) VALUE
                   "SUSPENSION-AUTO: TOPE DE SALDO DE MULTAS".
           05 FILLER PIC X(15) VALUE "SUSP-TOPE-VENC".
           05 FILLER PIC X(04) VALUE "N03N".
           05 FILLER PIC X(30) VALUE "3".
           05 FILLER PIC X(40) VALUE
                   "SUSPENSION-AUTO: TOPE DE VENCIDOS".
           05 FILLER PIC X(15) VALUE "AVISO-VENC-MEMB".
           05 FILLER PIC X(04) VALUE "N03N".
           05 FILLER PIC X(30) VALUE "30".
           05 FILLER PIC X(40) VALUE
                   "VENC-MEMBRESIAS: DIAS DE AVISO PREVIO".
           05 FILLER PIC X(15) VALUE "PT-DIAS-ATRASO".
           05 FILLER PIC X(04) VALUE "N03N".
           05 FILLER PIC X(30) VALUE "30".
           05 FILLER PIC X(40) VALUE
                   "PROCESO-TECNICO: DIAS PARA LOTE ATRASADO".
           05 FILLER PIC X(15) VALUE "RES-DIAS-RETIRO".
           05 FILLER PIC X(04) VALUE "N02N".
           05 FILLER PIC X(30) VALUE "3".
           05 FILLER PIC X(40) VALUE
                   "RESERVAS: DIAS ABIERTOS PARA RETIRAR".
           05 FILLER PIC X(15) VALUE "RET-ANIOS-PREST".
           05 FILLER PIC X(04) VALUE "N02N".
           05 FILLER PIC X(30) VALUE "5".
           05 FILLER PIC X(40) VALUE
                   "ANONIMIZA-PRESTAMOS: ANIOS CONSERVADOS".
           05 FILLER PIC X(15) VALUE "RET-MESES-INACT".
           05 FILLER PIC X(04) VALUE "N03N".
           05 FILLER PIC X(30) VALUE "24".
           05 FILLER PIC X(40) VALUE
                   "SOCIOS-INACTIVOS: MESES PARA INACTIVAR".
           05 FILLER PIC X(15) VALUE "RET-MESES-ARCH".
           05 FILLER PIC X(04) VALUE "N03N".
           05 FILLER PIC X(30) VALUE "60".
           05 FILLER PIC X(40) VALUE
                   "SOCIOS-INACTIVOS: MESES PARA ARCHIVAR".
           05 FILLER PIC X(15) VALUE "HORA-APERTURA".
           05 FILLER PIC X(04) VALUE "N04N".
           05 FILLER PIC X(30) VALUE "0900".
           05 FILLER PIC X(40) VALUE
                   "TIEMPOS-NOCHE: APERTURA AL PUBLICO HHMM".
           05 FILLER PIC X(15) VALUE "MARGEN-APERTURA".
           05 FILLER PIC X(04) VALUE "N03N".
           05 FILLER PIC X(30) VALUE "60".
           05 FILLER PIC X(40) VALUE
                   "TIEMPOS-NOCHE: MINUTOS DE AVISO PREVIO".
           05 FILLER PIC X(15) VALUE "CAP-HORIZONTE".
           05 FILLER PIC X(04) VALUE "N03N".
           05 FILLER PIC X(30) VALUE "180".
           05 FILLER PIC X(40) VALUE
                   "CAPACIDADES: DIAS DE HORIZONTE DE AVISO".
       01 FILLER REDEFINES CATALOGO-PARAMETROS.
           05 CAT-ENT OCCURS 17 TIMES.
               10 CAT-CLAVE        PIC X(15).
               10 CAT-TIPO         PIC X(01).
                   88 CAT-ES-NUMERO VALUE "N".
               10 CAT-LARGO        PIC 9(02).
               10 CAT-DECIMALES    PIC X(01).
                   88 CAT-CON-DECIMALES VALUE "S".
               10 CAT-DEFECTO      PIC X(30).
               10 CAT-DESCRIPCION  PIC X(40).
       77 MAX-CATALOGO             PIC 9(2) VALUE 17.

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-CONFIRMA              PIC X VALUE SPACE.
       77 WS-IND                   PIC 9(2) VALUE ZEROS.
       77 WS-IND-CAT               PIC 9(2) VALUE ZEROS.
       77 WS-IND-CAR               PIC 9(2) VALUE ZEROS.
       77 WS-CLAVE                 PIC X(15) VALUE SPACES.
       77 WS-ENTRADA               PIC X(60) VALUE SPACES.
       77 WS-HAY-REGISTRO          PIC X VALUE "N".
           88 HAY-REGISTRO         VALUE "S".
       77 WS-VALOR-ANTERIOR        PIC X(60) VALUE SPACES.

      *ARMADO DE UN VALOR NUMERICO A PARTIR DE LO TECLEADO: DIGITOS
      *CON UN PUNTO DECIMAL OPCIONAL Y HASTA DOS DECIMALES.
       77 WS-NUMERO                PIC 9(9)V99 VALUE ZEROS.
       77 WS-ENTEROS               PIC 9(9) VALUE ZEROS.
       77 WS-CENTAVOS              PIC 9(2) VALUE ZEROS.
       77 WS-CANT-ENTEROS          PIC 9(2) VALUE ZEROS.
       77 WS-CANT-DECIMALES        PIC 9(2) VALUE ZEROS.
       77 WS-HAY-PUNTO             PIC X VALUE "N".
           88 HAY-PUNTO            VALUE "S".
       77 WS-CARACTER-MALO         PIC X VALUE "N".
           88 HAY-CARACTER-MALO    VALUE "S".
       77 WS-NUMERO-OK             PIC X VALUE "N".
           88 NUMERO-OK            VALUE "S".
       01 WS-DIGITO                PIC X.
       01 WS-DIGITO-N REDEFINES WS-DIGITO PIC 9.
       77 WS-NUMERO-EDIT           PIC Z(8)9.99.
       77 WS-ENTERO-EDIT           PIC Z(8)9.

      *COPIA DE ENTRENAMIENTO (MODO-ENTRENA.CBL): EN LA COPIA EL
      *MENU LLEVA LA LEYENDA ENTRENAMIENTO.
       01 MEN-PARAMETROS.
           05 MEN-MODO             PIC X(1).
               88 EN-ENTRENAMIENTO VALUE "E".
           05 MEN-FECHA-COPIA      PIC 9(8).
           05 MEN-FECHA-RESGUARDO  PIC 9(8).

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           CALL "MODO-ENTRENA" USING MEN-PARAMETROS.
           PERFORM 050-IDENTIFICAR-USUARIO
                   THRU 050-IDENTIFICAR-USUARIO-EXIT.
           IF NOT USUARIO-OK
               DISPLAY "USUARIO O CLAVE INCORRECTOS, O USUARIO "
                       "BLOQUEADO."
               GOBACK
           END-IF.
           PERFORM 055-VERIFICAR-PERMISO.
           IF NOT PERMISO-CONCEDIDO
               DISPLAY "FUNCION NO PERMITIDA PARA ESTE USUARIO "
                       "(MATRIZ DE PERMISOS, FUNCION PARAMETROS)."
               GOBACK
           END-IF.
           MOVE AUX-USUARIO-CLAVE TO AUDP-OPERADOR.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== PARAMETROS DEL SISTEMA ====="
               IF EN-ENTRENAMIENTO
                   DISPLAY "*** ENTRENAMIENTO ***"
               END-IF
               DISPLAY "1. LISTAR PARAMETROS"
               DISPLAY "2. CAMBIAR UN PARAMETRO"
               DISPLAY "3. VOLVER UN PARAMETRO AL VALOR DE SIEMPRE"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-LISTAR THRU 020-LISTAR-EXIT
                   WHEN 2 PERFORM 030-CAMBIAR THRU 030-CAMBIAR-EXIT
                   WHEN 3 PERFORM 040-VOLVER-DEFECTO
                                  THRU 040-VOLVER-DEFECTO-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *UNA LINEA POR PARAMETRO DEL CATALOGO CON SU VALOR CARGADO O,
      *SI NO HAY REGISTRO, EL VALOR DE SIEMPRE QUE ESTA RIGIENDO.
       020-LISTAR.
           PERFORM 060-ABRIR-PARAMETROS THRU 060-ABRIR-PARAMETROS-EXIT.
           IF NOT ESTA-PARAMETRO
               GO TO 020-LISTAR-EXIT
           END-IF.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT > MAX-CATALOGO
               PERFORM 065-LEER-PARAMETRO
               DISPLAY CAT-CLAVE (WS-IND-CAT) " "
                       CAT-DESCRIPCION (WS-IND-CAT)
               IF HAY-REGISTRO
                   DISPLAY "    " PAR-VALOR (1:50) " (" PAR-OPERADOR
                           " " PAR-FECHA-MOD ")"
               ELSE
                   DISPLAY "    " CAT-DEFECTO (WS-IND-CAT)
                           " (DE SIEMPRE)"
               END-IF
           END-PERFORM.
           CLOSE PARAMETROS.
       020-LISTAR-EXIT.
           EXIT.

      *CAMBIO DE UN PARAMETRO DEL CATALOGO: ENTER DEJA EL VALOR
      *IGUAL. EL TEXTO NO PUEDE PASAR EL LARGO DEL PARAMETRO; EL
      *NUMERO DEBE SER MAYOR QUE CERO Y CABER EN SUS DIGITOS.
       030-CAMBIAR.
           PERFORM 070-PEDIR-CLAVE THRU 070-PEDIR-CLAVE-EXIT.
           IF WS-IND-CAT = ZEROS
               GO TO 030-CAMBIAR-EXIT
           END-IF.
           PERFORM 060-ABRIR-PARAMETROS THRU 060-ABRIR-PARAMETROS-EXIT.
           IF NOT ESTA-PARAMETRO
               GO TO 030-CAMBIAR-EXIT
           END-IF.
           PERFORM 065-LEER-PARAMETRO.
           DISPLAY CAT-DESCRIPCION (WS-IND-CAT).
           IF HAY-REGISTRO
               MOVE PAR-VALOR TO WS-VALOR-ANTERIOR
               DISPLAY "VALOR ACTUAL: " PAR-VALOR (1:50)
           ELSE
               MOVE CAT-DEFECTO (WS-IND-CAT) TO WS-VALOR-ANTERIOR
               DISPLAY "VALOR ACTUAL: " CAT-DEFECTO (WS-IND-CAT)
                       " (DE SIEMPRE)"
           END-IF.
           DISPLAY "Nuevo valor (ENTER=IGUAL): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               CLOSE PARAMETROS
               GO TO 030-CAMBIAR-EXIT
           END-IF.
           IF CAT-ES-NUMERO (WS-IND-CAT)
               PERFORM 080-ARMAR-NUMERO THRU 080-ARMAR-NUMERO-EXIT
               IF NOT NUMERO-OK
                   DISPLAY "VALOR NO VALIDO: HASTA "
                           CAT-LARGO (WS-IND-CAT)
                           " DIGITOS, MAYOR QUE CERO."
                   CLOSE PARAMETROS
                   GO TO 030-CAMBIAR-EXIT
               END-IF
           ELSE
               IF CAT-LARGO (WS-IND-CAT) < 60
                   AND WS-ENTRADA (CAT-LARGO (WS-IND-CAT) + 1:)
                       NOT = SPACES
                   DISPLAY "EL TEXTO PASA DE "
                           CAT-LARGO (WS-IND-CAT) " CARACTERES."
                   CLOSE PARAMETROS
                   GO TO 030-CAMBIAR-EXIT
               END-IF
           END-IF.
           MOVE CAT-CLAVE (WS-IND-CAT) TO PAR-CLAVE.
           MOVE CAT-TIPO (WS-IND-CAT)  TO PAR-TIPO.
           IF CAT-ES-NUMERO (WS-IND-CAT)
               MOVE WS-NUMERO TO PAR-NUMERO
               MOVE SPACES TO PAR-VALOR
               IF CAT-CON-DECIMALES (WS-IND-CAT)
                   MOVE WS-NUMERO TO WS-NUMERO-EDIT
                   PERFORM 085-SACAR-BLANCOS-NUMERO
               ELSE
                   MOVE WS-NUMERO TO WS-ENTERO-EDIT
                   PERFORM 086-SACAR-BLANCOS-ENTERO
               END-IF
           ELSE
               MOVE ZEROS TO PAR-NUMERO
               MOVE WS-ENTRADA TO PAR-VALOR
           END-IF.
           ACCEPT PAR-FECHA-MOD FROM DATE YYYYMMDD.
           MOVE AUX-USUARIO-CLAVE TO PAR-OPERADOR.
           IF HAY-REGISTRO
               REWRITE REG-PARAMETRO
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE "M" TO AUDP-OPERACION
           ELSE
               WRITE REG-PARAMETRO
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "A" TO AUDP-OPERACION
           END-IF.
           IF NOT ESTA-PARAMETRO
               DISPLAY "NO SE PUDO GRABAR EL PARAMETRO."
               MOVE "PARAMETROS-SISTEMA" TO WS-ARCHIVO-ERROR
               MOVE FS-PARAMETROS        TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE PARAMETROS
               GO TO 030-CAMBIAR-EXIT
           END-IF.
           CLOSE PARAMETROS.
           MOVE "PARAMETROS"           TO AUDP-TABLA.
           MOVE CAT-CLAVE (WS-IND-CAT) TO AUDP-CLAVE.
           MOVE "VALOR"                TO AUDP-CAMPO.
           MOVE WS-VALOR-ANTERIOR      TO AUDP-ANTERIOR.
           MOVE PAR-VALOR              TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           DISPLAY "GRABADO: " PAR-VALOR (1:50).
       030-CAMBIAR-EXIT.
           EXIT.

      *BORRA EL REGISTRO DEL PARAMETRO: LOS PROGRAMAS VUELVEN A SU
      *VALOR DE SIEMPRE.
       040-VOLVER-DEFECTO.
           PERFORM 070-PEDIR-CLAVE THRU 070-PEDIR-CLAVE-EXIT.
           IF WS-IND-CAT = ZEROS
               GO TO 040-VOLVER-DEFECTO-EXIT
           END-IF.
           PERFORM 060-ABRIR-PARAMETROS THRU 060-ABRIR-PARAMETROS-EXIT.
           IF NOT ESTA-PARAMETRO
               GO TO 040-VOLVER-DEFECTO-EXIT
           END-IF.
           PERFORM 065-LEER-PARAMETRO.
           IF NOT HAY-REGISTRO
               DISPLAY "EL PARAMETRO YA TIENE EL VALOR DE SIEMPRE."
               CLOSE PARAMETROS
               GO TO 040-VOLVER-DEFECTO-EXIT
           END-IF.
           DISPLAY "VALOR ACTUAL:     " PAR-VALOR (1:50).
           DISPLAY "VALOR DE SIEMPRE: " CAT-DEFECTO (WS-IND-CAT).
           DISPLAY "Confirma (S/N): " WITH NO ADVANCING.
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               CLOSE PARAMETROS
               GO TO 040-VOLVER-DEFECTO-EXIT
           END-IF.
           MOVE PAR-VALOR TO WS-VALOR-ANTERIOR.
           DELETE PARAMETROS
               INVALID KEY CONTINUE
           END-DELETE.
           CLOSE PARAMETROS.
           MOVE "PARAMETROS"           TO AUDP-TABLA.
           MOVE "B"                    TO AUDP-OPERACION.
           MOVE CAT-CLAVE (WS-IND-CAT) TO AUDP-CLAVE.
           MOVE "VALOR"                TO AUDP-CAMPO.
           MOVE WS-VALOR-ANTERIOR      TO AUDP-ANTERIOR.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           DISPLAY "RIGE EL VALOR DE SIEMPRE.".
       040-VOLVER-DEFECTO-EXIT.
           EXIT.

      *IDENTIFICA AL OPERADOR CONTRA LA FICHA DE USUARIOS, MISMO
      *ARMADO QUE EN INCIDENTES-SOCIOS; GUARDA SU NIVEL PARA EL
      *CASO SIN REGISTRO EN LA MATRIZ DE PERMISOS.
       050-IDENTIFICAR-USUARIO.
           MOVE "N" TO AUX-USUARIO-OK.
           MOVE SPACE TO AUX-USUARIO-NIVEL.
           OPEN INPUT REG-USUARIOS.
           IF F-NOEXISTE-USU
               DISPLAY "NO HAY FICHERO DE USUARIOS."
               CLOSE REG-USUARIOS
               GO TO 050-IDENTIFICAR-USUARIO-EXIT
           END-IF.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           MOVE SPACES TO AUX-USUARIO-CLAVE.
           ACCEPT AUX-USUARIO-CLAVE.
           DISPLAY "Clave: " WITH NO ADVANCING.
           MOVE SPACES TO AUX-USUARIO-PASS.
           ACCEPT AUX-USUARIO-PASS.
           MOVE AUX-USUARIO-CLAVE TO USU-CLAVE-STATUS.
           READ REG-USUARIOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-USU OR USU-ESTA-BLOQUEADO
               CLOSE REG-USUARIOS
               GO TO 050-IDENTIFICAR-USUARIO-EXIT
           END-IF.
           IF USU-PASS-STATUS (1:1) = "#"
               MOVE AUX-USUARIO-PASS TO WS-CLAVE-ENTRADA
               PERFORM CODIFICAR-CLAVE
               IF WS-CLAVE-CODIFICADA NOT = USU-PASS-STATUS
                   CLOSE REG-USUARIOS
                   GO TO 050-IDENTIFICAR-USUARIO-EXIT
               END-IF
           ELSE
               IF AUX-USUARIO-PASS NOT = USU-PASS-STATUS
                   CLOSE REG-USUARIOS
                   GO TO 050-IDENTIFICAR-USUARIO-EXIT
               END-IF
           END-IF.
           MOVE "S" TO AUX-USUARIO-OK.
           MOVE USU-NIVEL-STATUS TO AUX-USUARIO-NIVEL.
           CLOSE REG-USUARIOS.
       050-IDENTIFICAR-USUARIO-EXIT.
           EXIT.

      *BUSCA EN LA MATRIZ LA FUNCION "PARAMETROS" DEL USUARIO. SIN
      *ARCHIVO O SIN REGISTRO DECIDE EL NIVEL: SOLO EL "A" ENTRA.
       055-VERIFICAR-PERMISO.
           MOVE SPACE TO AUX-PERM-RESULTADO.
           OPEN INPUT PERMISOS.
           IF F-NOEXISTE-PERM
               CLOSE PERMISOS
           ELSE
               MOVE AUX-USUARIO-CLAVE TO PERM-USUARIO
               MOVE "PARAMETROS" TO PERM-FUNCION
               READ PERMISOS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-PERMISO
                   MOVE PERM-PERMITIDO TO AUX-PERM-RESULTADO
               END-IF
               CLOSE PERMISOS
           END-IF.
           IF AUX-PERM-RESULTADO NOT = "S" AND
              AUX-PERM-RESULTADO NOT = "N"
               IF AUX-USUARIO-NIVEL = "A"
                   MOVE "S" TO AUX-PERM-RESULTADO
               ELSE
                   MOVE "N" TO AUX-PERM-RESULTADO
               END-IF
           END-IF.

      *ABRE PARAMETROS-SISTEMA.DAT PARA LEER Y GRABAR; LA PRIMERA
      *VEZ LO CREA VACIO.
       060-ABRIR-PARAMETROS.
           OPEN I-O PARAMETROS.
           IF F-NOEXISTE-PAR
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
               OPEN I-O PARAMETROS
           END-IF.
           IF NOT ESTA-PARAMETRO
               DISPLAY "NO SE PUEDE ABRIR PARAMETROS-SISTEMA.DAT."
               MOVE "PARAMETROS-SISTEMA" TO WS-ARCHIVO-ERROR
               MOVE FS-PARAMETROS        TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           END-IF.
       060-ABRIR-PARAMETROS-EXIT.
           EXIT.

      *LEE EL REGISTRO DEL PARAMETRO WS-IND-CAT DEL CATALOGO.
       065-LEER-PARAMETRO.
           MOVE "N" TO WS-HAY-REGISTRO.
           MOVE CAT-CLAVE (WS-IND-CAT) TO PAR-CLAVE.
           READ PARAMETROS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-PARAMETRO
               MOVE "S" TO WS-HAY-REGISTRO
           END-IF.

      *PIDE LA CLAVE DEL PARAMETRO Y LA UBICA EN EL CATALOGO; DEJA
      *WS-IND-CAT EN CERO SI NO ESTA O SI SE DEJA EN BLANCO.
       070-PEDIR-CLAVE.
           MOVE ZEROS TO WS-IND-CAT.
           DISPLAY "Parametro (ENTER=VOLVER): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLAVE.
           ACCEPT WS-CLAVE.
           INSPECT WS-CLAVE CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CLAVE = SPACES
               GO TO 070-PEDIR-CLAVE-EXIT
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > MAX-CATALOGO
               IF CAT-CLAVE (WS-IND) = WS-CLAVE
                   MOVE WS-IND TO WS-IND-CAT
               END-IF
           END-PERFORM.
           IF WS-IND-CAT = ZEROS
               DISPLAY "NO EXISTE ESE PARAMETRO (VER LA OPCION 1)."
           END-IF.
       070-PEDIR-CLAVE-EXIT.
           EXIT.

      *ARMA WS-NUMERO CON LOS DIGITOS TECLEADOS IGNORANDO LOS
      *BLANCOS; ADMITE UN PUNTO DECIMAL SI EL PARAMETRO LLEVA
      *DECIMALES.
       080-ARMAR-NUMERO.
           MOVE "N" TO WS-NUMERO-OK.
           MOVE "N" TO WS-HAY-PUNTO.
           MOVE "N" TO WS-CARACTER-MALO.
           MOVE ZEROS TO WS-ENTEROS WS-CENTAVOS WS-CANT-ENTEROS
                         WS-CANT-DECIMALES.
           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > 15
               MOVE WS-ENTRADA (WS-IND-CAR:1) TO WS-DIGITO
               EVALUATE TRUE
                   WHEN WS-DIGITO = SPACE
                       CONTINUE
                   WHEN WS-DIGITO = "."
                       AND CAT-CON-DECIMALES (WS-IND-CAT)
                       AND NOT HAY-PUNTO
                       MOVE "S" TO WS-HAY-PUNTO
                   WHEN WS-DIGITO IS NUMERIC AND HAY-PUNTO
                       ADD 1 TO WS-CANT-DECIMALES
                       IF WS-CANT-DECIMALES = 1
                           COMPUTE WS-CENTAVOS = WS-DIGITO-N * 10
                       ELSE
                           ADD WS-DIGITO-N TO WS-CENTAVOS
                       END-IF
                   WHEN WS-DIGITO IS NUMERIC
                       ADD 1 TO WS-CANT-ENTEROS
                       IF WS-CANT-ENTEROS < 10
                           COMPUTE WS-ENTEROS =
                                   WS-ENTEROS * 10 + WS-DIGITO-N
                       END-IF
                   WHEN OTHER
                       MOVE "S" TO WS-CARACTER-MALO
               END-EVALUATE
           END-PERFORM.
           IF HAY-CARACTER-MALO OR WS-ENTRADA (16:) NOT = SPACES
               GO TO 080-ARMAR-NUMERO-EXIT
           END-IF.
           IF WS-CANT-ENTEROS > CAT-LARGO (WS-IND-CAT)
               OR WS-CANT-DECIMALES > 2
               GO TO 080-ARMAR-NUMERO-EXIT
           END-IF.
           COMPUTE WS-NUMERO = WS-ENTEROS + WS-CENTAVOS / 100.
           IF WS-NUMERO = ZEROS
               GO TO 080-ARMAR-NUMERO-EXIT
           END-IF.
           MOVE "S" TO WS-NUMERO-OK.
       080-ARMAR-NUMERO-EXIT.
           EXIT.

      *EL NUMERO EDITADO VA A PAR-VALOR SIN LOS BLANCOS DE ADELANTE,
      *PARA LISTAR Y AUDITAR.
       085-SACAR-BLANCOS-NUMERO.
           MOVE 1 TO WS-IND-CAR.
           PERFORM UNTIL WS-NUMERO-EDIT (WS-IND-CAR:1) NOT = SPACE
               ADD 1 TO WS-IND-CAR
           END-PERFORM.
           MOVE WS-NUMERO-EDIT (WS-IND-CAR:) TO PAR-VALOR.

       086-SACAR-BLANCOS-ENTERO.
           MOVE 1 TO WS-IND-CAR.
           PERFORM UNTIL WS-ENTERO-EDIT (WS-IND-CAR:1) NOT = SPACE
               ADD 1 TO WS-IND-CAR
           END-PERFORM.
           MOVE WS-ENTERO-EDIT (WS-IND-CAR:) TO PAR-VALOR.

      *CODIFICA WS-CLAVE-ENTRADA EN WS-CLAVE-CODIFICADA ("#" MAS
      *OCHO DIGITOS). MISMO ALGORITMO EN TODOS LOS PROGRAMAS QUE
      *GUARDAN O VERIFICAN CLAVES.
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

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "MANT-PARAMETROS "   DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR   DELIMITED BY SIZE
                  " STATUS="         DELIMITED BY SIZE
                  WS-STATUS-ERROR    DELIMITED BY SIZE
                  " FECHA="          DELIMITED BY SIZE
                  WS-FECHA-ERROR     DELIMITED BY SIZE
                  " HORA="           DELIMITED BY SIZE
                  WS-HORA-ERROR      DELIMITED BY SIZE
                  " SEV="            DELIMITED BY SIZE
                  WS-SEVERIDAD-ERROR DELIMITED BY SIZE
                  INTO LINEA-ERROR-LOG.
           OPEN EXTEND ERROR-LOG.
           IF NOT ESTA-ERROR-LOG
               OPEN OUTPUT ERROR-LOG
           END-IF.
           WRITE LINEA-ERROR-LOG.
           CLOSE ERROR-LOG.
       END PROGRAM MANT-PARAMETROS.
