       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PREPARA-ENTRENA.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *ARMA (O REARMA, CUANDO SE PIDE) LA COPIA DE ENTRENAMIENTO:
      *EL PERSONAL NUEVO Y LOS VOLUNTARIOS PRACTICABAN SOBRE LOS
      *DATOS REALES, CON VENTAS DE PRUEBA EN LA CAJA Y CARTAS DE
      *ATRASO A SOCIOS DE VERDAD. LA COPIA VIVE EN EL DIRECTORIO
      *ENTRENA (SE CREA UNA VEZ AL INSTALAR LA TERMINAL DE
      *ENTRENAMIENTO) CON LOS MISMOS NOMBRES DE ARCHIVO QUE LOS
      *REALES, Y LA SESION DE ENTRENAMIENTO SE INICIA EN ESE
      *DIRECTORIO: COMO ESTE DIALECTO NO PERMITE NOMBRES DE ARCHIVO
      *DINAMICOS, ES LA UNICA MANERA DE QUE TODOS LOS PROGRAMAS
      *TRABAJEN SOBRE LA COPIA SIN TOCAR LOS REALES.
      *  1. LOS MAESTROS SALEN DE LA ULTIMA GENERACION BUENA DE
      *     RESGUARDO-MAESTROS (RESGUARDOS.REG: LA CORRIDA MAS NUEVA
      *     SIN LINEAS "ER" EN LA VERIFICACION), MISMO ARMADO QUE
      *     RESTAURA-MAESTROS.
      *  2. LA FICHA DE USUARIOS (SIENT02.FIC), LA MATRIZ DE
      *     PERMISOS Y LOS PARAMETROS DEL SISTEMA SE COPIAN DE LOS
      *     VIVOS, PARA QUE LOS ALUMNOS FIRMEN CON SU USUARIO.
      *  3. LA CAJA, EL JORNAL, LA BITACORA DE ERRORES, LA COLA DE
      *     CORREO Y LOS ARCHIVOS DE CARTAS DE LA COPIA QUEDAN
      *     VACIOS: CADA COPIA NUEVA EMPIEZA SIN LO PRACTICADO ANTES.
      *  4. SE GRABA LA MARCA ENTRENAMIENTO.MRC (VER MODO-ENTRENA),
      *     QUE HACE APARECER LA LEYENDA ENTRENAMIENTO EN LAS
      *     PANTALLAS DE LA COPIA.
      *SE CORRE DESDE LOS DATOS REALES; DESDE LA COPIA SE NIEGA.
      *TODO LO QUE SE PISA ES DE LA COPIA: NINGUN ARCHIVO REAL SE
      *ESCRIBE, SALVO LA LINEA DE BITACORA SI ALGO FALLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *GENERACIONES DE RESGUARDO-MAESTROS Y SU REGISTRO DE CORRIDAS.
           SELECT RESGUARDO-1 ASSIGN TO "RESGUARDO.BK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESGUARDO.
           SELECT RESGUARDO-2 ASSIGN TO "RESGUARDO.BK2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESGUARDO.
           SELECT RESGUARDO-3 ASSIGN TO "RESGUARDO.BK3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESGUARDO.

           SELECT REGISTRO-RESG ASSIGN TO "RESGUARDOS.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

      *ARCHIVOS VIVOS QUE SE COPIAN TAL CUAL (SOLO LECTURA).
           SELECT USUARIOS-VIVO ASSIGN TO "sient02.fic"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USV-CLAVE
               FILE STATUS IS FS-VIVO.

           SELECT PERMISOS-VIVO ASSIGN TO "PERMISOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMV-CLAVE
               FILE STATUS IS FS-VIVO.

           SELECT PARAMETROS-VIVO ASSIGN TO "PARAMETROS-SISTEMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-CLAVE
               FILE STATUS IS FS-VIVO.

      *MAESTROS DE LA COPIA, CON LAS MISMAS LLAVES QUE LES DECLARAN
      *LOS PROGRAMAS QUE LOS USAN (REGISTROLIBROS Y SIENT01M).
           SELECT ENT-LIBROS ASSIGN TO "ENTRENA/REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENL-LIBRO-ID
               ALTERNATE RECORD KEY IS ENL-NOMBRE
               ALTERNATE RECORD KEY IS ENL-EDITORIAL
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS ENL-ISBN
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS ENL-CATEGORIA
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS ENL-AUTOR
               WITH DUPLICATES
               FILE STATUS IS FS-COPIA.

           SELECT ENT-PRESTAMOS ASSIGN TO "ENTRENA/REG-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENP-CLAVE
               ALTERNATE RECORD KEY IS ENP-LIBRO-ID
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS ENP-SOCIO-ID
               WITH DUPLICATES
               FILE STATUS IS FS-COPIA.

           SELECT ENT-RESERVAS ASSIGN TO "ENTRENA/REG-RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-CLAVE
               ALTERNATE RECORD KEY IS ENR-LIBRO-ID
               WITH DUPLICATES
               FILE STATUS IS FS-COPIA.

           SELECT ENT-FINES ASSIGN TO "ENTRENA/REG-FINES-MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.

           SELECT ENT-SOCIOS ASSIGN TO "ENTRENA/SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENS-CLAVE
               ALTERNATE RECORD KEY IS ENS-NOMBRE
               WITH DUPLICATES
               FILE STATUS IS FS-COPIA.

           SELECT ENT-VENTAS ASSIGN TO "ENTRENA/VENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-ID-PRODUCTO
               FILE STATUS IS FS-COPIA.

           SELECT ENT-STOCK ASSIGN TO "ENTRENA/STOCK-MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENK-NUMERO-PRODUCTO
               FILE STATUS IS FS-COPIA.

           SELECT ENT-USUARIOS ASSIGN TO "ENTRENA/sient02.fic"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENU-CLAVE
               FILE STATUS IS FS-COPIA.

           SELECT ENT-PERMISOS ASSIGN TO "ENTRENA/PERMISOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENM-CLAVE
               FILE STATUS IS FS-COPIA.

           SELECT ENT-PARAMETROS
               ASSIGN TO "ENTRENA/PARAMETROS-SISTEMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENA-CLAVE
               FILE STATUS IS FS-COPIA.

      *MOVIMIENTOS DE LA COPIA QUE SE VACIAN EN CADA ARMADO.
           SELECT ENT-CAJA ASSIGN TO "ENTRENA/CAJA-MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.
           SELECT ENT-JORNAL ASSIGN TO "ENTRENA/JORNAL-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.
           SELECT ENT-ERRORES ASSIGN TO "ENTRENA/ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.
           SELECT ENT-CORREO ASSIGN TO "ENTRENA/CORREO-SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.
           SELECT ENT-CARTAS ASSIGN TO "ENTRENA/CARTAS-ATRASO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.
           SELECT ENT-AVISOS ASSIGN TO "ENTRENA/AVISOS-RETIRO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.
           SELECT ENT-DONANTES
               ASSIGN TO "ENTRENA/CARTAS-DONANTES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.

      *MARCA DE LA COPIA (LA LEE MODO-ENTRENA).
           SELECT ENT-MARCA ASSIGN TO "ENTRENA/ENTRENAMIENTO.MRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD RESGUARDO-1.
       01 LINEA-RESGUARDO-1.
           05 BK1-ARCHIVO             PIC X(20).
           05 BK1-REGISTRO            PIC X(512).

       FD RESGUARDO-2.
       01 LINEA-RESGUARDO-2.
           05 BK2-ARCHIVO             PIC X(20).
           05 BK2-REGISTRO            PIC X(512).

       FD RESGUARDO-3.
       01 LINEA-RESGUARDO-3.
           05 BK3-ARCHIVO             PIC X(20).
           05 BK3-REGISTRO            PIC X(512).

       FD REGISTRO-RESG.
       01 LINEA-REGISTRO.
           05 REG-FECHA               PIC 9(8).
           05 REG-HORA                PIC 9(8).
           05 REG-GENERACION          PIC 9(1).
           05 REG-ARCHIVO             PIC X(20).
           05 REG-CANTIDAD            PIC 9(6).
      *SUMA DE CONTROL Y RESULTADO DE LA VERIFICACION DE LA
      *GENERACION ("OK"/"ER", EN BLANCO EN LAS LINEAS VIEJAS), LOS
      *MISMOS CAMPOS QUE GRABA RESGUARDO-MAESTROS.
           05 REG-SUMA                PIC 9(9).
           05 REG-RESULTADO           PIC X(2).

       FD USUARIOS-VIVO.
       01 REG-USUARIO-VIVO.
           05 USV-CLAVE               PIC X(11).
           05 FILLER                  PIC X(156).

       FD PERMISOS-VIVO.
       01 REG-PERMISO-VIVO.
           05 PMV-CLAVE               PIC X(21).
           05 FILLER                  PIC X(01).

       FD PARAMETROS-VIVO.
       01 REG-PARAMETRO-VIVO.
           05 PRV-CLAVE               PIC X(15).
           05 FILLER                  PIC X(90).

       FD ENT-LIBROS.
       01 REG-ENT-LIBRO.
           05 ENL-LIBRO-ID            PIC 9(6).
           05 ENL-NOMBRE              PIC X(60).
           05 ENL-EDITORIAL           PIC X(20).
           05 FILLER                  PIC X(18).
           05 ENL-ISBN                PIC X(13).
           05 ENL-CATEGORIA           PIC X(15).
           05 FILLER                  PIC X(16).
           05 ENL-AUTOR               PIC X(20).

       FD ENT-PRESTAMOS.
       01 REG-ENT-PRESTAMO.
           05 ENP-CLAVE.
               10 ENP-LIBRO-ID        PIC 9(6).
               10 ENP-SOCIO-ID        PIC 9(6).
               10 FILLER              PIC 9(8).
           05 FILLER                  PIC X(22).

       FD ENT-RESERVAS.
       01 REG-ENT-RESERVA.
           05 ENR-CLAVE.
               10 ENR-LIBRO-ID        PIC 9(6).
               10 FILLER              PIC X(14).
           05 FILLER                  PIC X(12).

       FD ENT-FINES.
       01 REG-ENT-FINES               PIC X(70).

       FD ENT-SOCIOS.
       01 REG-ENT-SOCIO.
           05 ENS-CLAVE               PIC X(11).
           05 ENS-NOMBRE              PIC X(40).
           05 FILLER                  PIC X(461).

       FD ENT-VENTAS.
       01 REG-ENT-VENTA.
           05 ENV-ID-PRODUCTO         PIC 9(2).
           05 FILLER                  PIC X(28).

       FD ENT-STOCK.
       01 REG-ENT-STOCK.
           05 ENK-NUMERO-PRODUCTO     PIC 9(2).
           05 FILLER                  PIC X(59).

       FD ENT-USUARIOS.
       01 REG-ENT-USUARIO.
           05 ENU-CLAVE               PIC X(11).
           05 FILLER                  PIC X(156).

       FD ENT-PERMISOS.
       01 REG-ENT-PERMISO.
           05 ENM-CLAVE               PIC X(21).
           05 FILLER                  PIC X(01).

       FD ENT-PARAMETROS.
       01 REG-ENT-PARAMETRO.
           05 ENA-CLAVE               PIC X(15).
           05 FILLER                  PIC X(90).

       FD ENT-CAJA.
       01 LINEA-ENT-CAJA              PIC X(80).

       FD ENT-JORNAL.
       01 LINEA-ENT-JORNAL            PIC X(80).

       FD ENT-ERRORES.
       01 LINEA-ENT-ERRORES           PIC X(80).

       FD ENT-CORREO.
       01 LINEA-ENT-CORREO            PIC X(80).

       FD ENT-CARTAS.
       01 LINEA-ENT-CARTAS            PIC X(80).

       FD ENT-AVISOS.
       01 LINEA-ENT-AVISOS            PIC X(80).

       FD ENT-DONANTES.
       01 LINEA-ENT-DONANTES          PIC X(80).

      *MISMO LAYOUT QUE LEE MODO-ENTRENA.
       FD ENT-MARCA.
       01 LINEA-MARCA.
           05 MRC-FECHA-COPIA         PIC 9(8).
           05 MRC-HORA-COPIA          PIC 9(8).
           05 MRC-GENERACION          PIC 9(1).
           05 MRC-FECHA-RESGUARDO     PIC 9(8).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-RESGUARDO             PIC XX.
           88 FIN-RESGUARDO        VALUE "10".
           88 F-NOEXISTE-RESG      VALUE "35".
       77 FS-REGISTRO              PIC XX.
           88 FIN-REGISTRO         VALUE "10".
           88 F-NOEXISTE-REGISTRO  VALUE "35".
       77 FS-VIVO                  PIC XX.
           88 FIN-VIVO             VALUE "10".
           88 ESTA-VIVO            VALUE "00" "02".
       77 FS-COPIA                 PIC XX.
           88 ESTA-COPIA           VALUE "00" "02".
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
       77 WS-HORA-HOY              PIC 9(8) VALUE ZEROS.
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-GENERACION            PIC 9(1) VALUE ZEROS.
       77 WS-FECHA-RESGUARDO       PIC 9(8) VALUE ZEROS.
       77 WS-LINEA-ARCHIVO         PIC X(20) VALUE SPACES.
       77 WS-LINEA-DATOS           PIC X(512) VALUE SPACES.
       77 WS-HAY-LINEA             PIC X VALUE "N".
           88 HAY-LINEA            VALUE "S".
       77 WS-IND                   PIC 9(2) VALUE ZEROS.

      *ULTIMA CORRIDA DE CADA GENERACION SEGUN RESGUARDOS.REG: FECHA
      *Y HORA DE LA CORRIDA Y SI ALGUNA LINEA SALIO "ER" EN LA
      *VERIFICACION (ESA GENERACION NO SIRVE PARA LA COPIA).
       01 TABLA-GENERACIONES.
           05 GEN-ENT OCCURS 3 TIMES.
               10 GEN-FECHA        PIC 9(8).
               10 GEN-HORA         PIC 9(8).
               10 GEN-MALA         PIC X(1).
       77 WS-MEJOR-FECHA           PIC 9(8) VALUE ZEROS.
       77 WS-MEJOR-HORA            PIC 9(8) VALUE ZEROS.

      *REGISTROS COPIADOS POR ARCHIVO, PARA EL RESUMEN FINAL.
       01 TABLA-COPIADOS.
           05 CPD-ENT OCCURS 10 TIMES.
               10 CPD-ARCHIVO      PIC X(22).
               10 CPD-CANTIDAD     PIC 9(6).
       77 MAX-COPIADOS             PIC 9(2) VALUE 10.

      *LA COPIA NO SE ARMA DESDE LA COPIA MISMA.
       01 MEN-PARAMETROS.
           05 MEN-MODO             PIC X(1).
               88 EN-ENTRENAMIENTO VALUE "E".
           05 MEN-FECHA-COPIA      PIC 9(8).
           05 MEN-FECHA-RESGUARDO  PIC 9(8).

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           DISPLAY "===== COPIA DE ENTRENAMIENTO =====".
           CALL "MODO-ENTRENA" USING MEN-PARAMETROS.
           IF EN-ENTRENAMIENTO
               DISPLAY "ESTE PROGRAMA ESTA CORRIENDO SOBRE LA COPIA "
                       "DE ENTRENAMIENTO. LA COPIA SE ARMA DESDE LOS "
                       "DATOS REALES."
               MOVE 8 TO RETURN-CODE
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           PERFORM 020-ELEGIR-GENERACION
                   THRU 020-ELEGIR-GENERACION-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           DISPLAY "SE ARMA CON EL RESGUARDO DEL " WS-FECHA-RESGUARDO
                   " (GENERACION " WS-GENERACION ").".
           DISPLAY "LA COPIA ANTERIOR Y TODO LO PRACTICADO EN ELLA SE "
                   "PIERDEN. LOS DATOS REALES NO SE TOCAN.".
           DISPLAY "CONFIRME: ESCRIBA SI PARA ARMAR LA COPIA: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI" AND WS-CONFIRMA NOT = "si"
               DISPLAY "COPIA DE ENTRENAMIENTO NO ARMADA."
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           INITIALIZE TABLA-COPIADOS.
           MOVE "REGISTRO-LIBROS.DAT"    TO CPD-ARCHIVO (1).
           MOVE "REG-PRESTAMOS.DAT"      TO CPD-ARCHIVO (2).
           MOVE "REG-RESERVAS.DAT"       TO CPD-ARCHIVO (3).
           MOVE "REG-FINES-MAESTRO.DAT"  TO CPD-ARCHIVO (4).
           MOVE "SIENT01.FIC"            TO CPD-ARCHIVO (5).
           MOVE "VENTAS.DAT"             TO CPD-ARCHIVO (6).
           MOVE "STOCK-MAESTRO.DAT"      TO CPD-ARCHIVO (7).
           MOVE "sient02.fic"            TO CPD-ARCHIVO (8).
           MOVE "PERMISOS.DAT"           TO CPD-ARCHIVO (9).
           MOVE "PARAMETROS-SISTEMA.DAT" TO CPD-ARCHIVO (10).
           PERFORM 030-CARGAR-MAESTROS THRU 030-CARGAR-MAESTROS-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           PERFORM 040-COPIAR-USUARIOS.
           PERFORM 041-COPIAR-PERMISOS.
           PERFORM 042-COPIAR-PARAMETROS.
           PERFORM 050-VACIAR-MOVIMIENTOS.
           PERFORM 060-GRABAR-MARCA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > MAX-COPIADOS
               DISPLAY "  " CPD-ARCHIVO (WS-IND) " "
                       CPD-CANTIDAD (WS-IND) " REGISTROS"
           END-PERFORM.
           DISPLAY "COPIA DE ENTRENAMIENTO LISTA EN EL DIRECTORIO "
                   "ENTRENA.".
       010-PRINCIPAL-FIN.
           GOBACK.

      *LA GENERACION A USAR ES LA DE CORRIDA MAS NUEVA QUE NO TENGA
      *LINEAS CON LA VERIFICACION EN "ER". LAS LINEAS DE UNA MISMA
      *CORRIDA COMPARTEN FECHA Y HORA; UNA CORRIDA NUEVA DE LA MISMA
      *GENERACION REEMPLAZA A LA ANTERIOR.
       020-ELEGIR-GENERACION.
           INITIALIZE TABLA-GENERACIONES.
           MOVE ZEROS TO WS-GENERACION WS-FECHA-RESGUARDO
                         WS-MEJOR-FECHA WS-MEJOR-HORA.
           OPEN INPUT REGISTRO-RESG.
           IF F-NOEXISTE-REGISTRO
               DISPLAY "NO HAY RESGUARDOS REGISTRADOS TODAVIA: CORRA "
                       "ANTES RESGUARDO-MAESTROS."
               MOVE "RESGUARDOS.REG" TO WS-ARCHIVO-ERROR
               MOVE FS-REGISTRO      TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REGISTRO-RESG
               MOVE 12 TO RETURN-CODE
               GO TO 020-ELEGIR-GENERACION-EXIT
           END-IF.
           READ REGISTRO-RESG AT END SET FIN-REGISTRO TO TRUE
           END-READ.
           PERFORM UNTIL FIN-REGISTRO
               IF REG-GENERACION >= 1 AND REG-GENERACION <= 3
                   PERFORM 025-ANOTAR-CORRIDA
               END-IF
               READ REGISTRO-RESG AT END SET FIN-REGISTRO TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REGISTRO-RESG.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               IF GEN-FECHA (WS-IND) NOT = ZEROS
                   AND GEN-MALA (WS-IND) NOT = "S"
                   IF GEN-FECHA (WS-IND) > WS-MEJOR-FECHA
                       OR (GEN-FECHA (WS-IND) = WS-MEJOR-FECHA
                           AND GEN-HORA (WS-IND) > WS-MEJOR-HORA)
                       MOVE GEN-FECHA (WS-IND) TO WS-MEJOR-FECHA
                       MOVE GEN-HORA (WS-IND)  TO WS-MEJOR-HORA
                       MOVE WS-IND             TO WS-GENERACION
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GENERACION = ZEROS
               DISPLAY "NINGUNA GENERACION DE RESGUARDO PASO LA "
                       "VERIFICACION: NO SE ARMA LA COPIA."
               MOVE 12 TO RETURN-CODE
               GO TO 020-ELEGIR-GENERACION-EXIT
           END-IF.
           MOVE WS-MEJOR-FECHA TO WS-FECHA-RESGUARDO.
       020-ELEGIR-GENERACION-EXIT.
           EXIT.

       025-ANOTAR-CORRIDA.
           IF REG-FECHA NOT = GEN-FECHA (REG-GENERACION)
               OR REG-HORA NOT = GEN-HORA (REG-GENERACION)
               MOVE REG-FECHA TO GEN-FECHA (REG-GENERACION)
               MOVE REG-HORA  TO GEN-HORA (REG-GENERACION)
               MOVE "N"       TO GEN-MALA (REG-GENERACION)
           END-IF.
           IF REG-RESULTADO = "ER"
               MOVE "S" TO GEN-MALA (REG-GENERACION)
           END-IF.

      *UNA SOLA PASADA POR LA GENERACION: CADA LINEA VA AL MAESTRO
      *DE LA COPIA QUE NOMBRA. SI EL DIRECTORIO ENTRENA NO EXISTE
      *LA PRIMERA APERTURA FALLA Y NO SE SIGUE.
       030-CARGAR-MAESTROS.
           OPEN OUTPUT ENT-LIBROS.
           IF NOT ESTA-COPIA
               DISPLAY "NO SE PUDO CREAR LA COPIA: FALTA EL "
                       "DIRECTORIO ENTRENA O NO SE PUEDE ESCRIBIR."
               MOVE "ENTRENA/REG-LIBROS" TO WS-ARCHIVO-ERROR
               MOVE FS-COPIA             TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 12 TO RETURN-CODE
               GO TO 030-CARGAR-MAESTROS-EXIT
           END-IF.
           OPEN OUTPUT ENT-PRESTAMOS.
           OPEN OUTPUT ENT-RESERVAS.
           OPEN OUTPUT ENT-FINES.
           OPEN OUTPUT ENT-SOCIOS.
           OPEN OUTPUT ENT-VENTAS.
           OPEN OUTPUT ENT-STOCK.
           PERFORM 035-ABRIR-GENERACION.
           IF F-NOEXISTE-RESG
               DISPLAY "LA GENERACION " WS-GENERACION
                       " NO EXISTE EN DISCO."
               MOVE "RESGUARDO.BK"   TO WS-ARCHIVO-ERROR
               MOVE FS-RESGUARDO     TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 037-LEER-LINEA-GENERACION
               PERFORM UNTIL NOT HAY-LINEA
                   PERFORM 038-CARGAR-REGISTRO
                   PERFORM 037-LEER-LINEA-GENERACION
               END-PERFORM
           END-IF.
           PERFORM 036-CERRAR-GENERACION.
           CLOSE ENT-LIBROS ENT-PRESTAMOS ENT-RESERVAS ENT-FINES
                 ENT-SOCIOS ENT-VENTAS ENT-STOCK.
       030-CARGAR-MAESTROS-EXIT.
           EXIT.

       035-ABRIR-GENERACION.
           EVALUATE WS-GENERACION
               WHEN 1 OPEN INPUT RESGUARDO-1
               WHEN 2 OPEN INPUT RESGUARDO-2
               WHEN 3 OPEN INPUT RESGUARDO-3
           END-EVALUATE.

       036-CERRAR-GENERACION.
           EVALUATE WS-GENERACION
               WHEN 1 CLOSE RESGUARDO-1
               WHEN 2 CLOSE RESGUARDO-2
               WHEN 3 CLOSE RESGUARDO-3
           END-EVALUATE.

      *LEE LA PROXIMA LINEA DE LA GENERACION ABIERTA Y LA DEJA EN
      *WS-LINEA-ARCHIVO / WS-LINEA-DATOS; HAY-LINEA EN "N" AL AGOTAR.
       037-LEER-LINEA-GENERACION.
           MOVE "N" TO WS-HAY-LINEA.
           EVALUATE WS-GENERACION
               WHEN 1
                   READ RESGUARDO-1 AT END CONTINUE END-READ
                   IF NOT FIN-RESGUARDO
                       MOVE BK1-ARCHIVO  TO WS-LINEA-ARCHIVO
                       MOVE BK1-REGISTRO TO WS-LINEA-DATOS
                       MOVE "S" TO WS-HAY-LINEA
                   END-IF
               WHEN 2
                   READ RESGUARDO-2 AT END CONTINUE END-READ
                   IF NOT FIN-RESGUARDO
                       MOVE BK2-ARCHIVO  TO WS-LINEA-ARCHIVO
                       MOVE BK2-REGISTRO TO WS-LINEA-DATOS
                       MOVE "S" TO WS-HAY-LINEA
                   END-IF
               WHEN 3
                   READ RESGUARDO-3 AT END CONTINUE END-READ
                   IF NOT FIN-RESGUARDO
                       MOVE BK3-ARCHIVO  TO WS-LINEA-ARCHIVO
                       MOVE BK3-REGISTRO TO WS-LINEA-DATOS
                       MOVE "S" TO WS-HAY-LINEA
                   END-IF
           END-EVALUATE.

       038-CARGAR-REGISTRO.
           EVALUATE WS-LINEA-ARCHIVO
               WHEN "REGISTRO-LIBROS.DAT"
                   MOVE WS-LINEA-DATOS (1:168) TO REG-ENT-LIBRO
                   WRITE REG-ENT-LIBRO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CPD-CANTIDAD (1)
                   END-WRITE
               WHEN "REG-PRESTAMOS.DAT"
                   MOVE WS-LINEA-DATOS (1:42) TO REG-ENT-PRESTAMO
                   WRITE REG-ENT-PRESTAMO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CPD-CANTIDAD (2)
                   END-WRITE
               WHEN "REG-RESERVAS.DAT"
                   MOVE WS-LINEA-DATOS (1:32) TO REG-ENT-RESERVA
                   WRITE REG-ENT-RESERVA
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CPD-CANTIDAD (3)
                   END-WRITE
               WHEN "REG-FINES-MAESTRO.DAT"
                   MOVE WS-LINEA-DATOS (1:70) TO REG-ENT-FINES
                   WRITE REG-ENT-FINES
                   ADD 1 TO CPD-CANTIDAD (4)
               WHEN "SIENT01.FIC"
                   MOVE WS-LINEA-DATOS (1:512) TO REG-ENT-SOCIO
                   WRITE REG-ENT-SOCIO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CPD-CANTIDAD (5)
                   END-WRITE
               WHEN "VENTAS.DAT"
                   MOVE WS-LINEA-DATOS (1:30) TO REG-ENT-VENTA
                   WRITE REG-ENT-VENTA
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CPD-CANTIDAD (6)
                   END-WRITE
               WHEN "STOCK-MAESTRO.DAT"
                   MOVE WS-LINEA-DATOS (1:61) TO REG-ENT-STOCK
                   WRITE REG-ENT-STOCK
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CPD-CANTIDAD (7)
                   END-WRITE
           END-EVALUATE.

      *LAS TRES COPIAS DIRECTAS: SIN ARCHIVO VIVO LA COPIA QUEDA SIN
      *ESE ARCHIVO Y LOS PROGRAMAS HACEN LO DE SIEMPRE CUANDO FALTA
      *(SIN FICHA DE USUARIOS SE PIDE SOLO EL NOMBRE DEL OPERADOR).
       040-COPIAR-USUARIOS.
           OPEN INPUT USUARIOS-VIVO.
           IF ESTA-VIVO
               OPEN OUTPUT ENT-USUARIOS
               READ USUARIOS-VIVO NEXT RECORD AT END CONTINUE
               END-READ
               PERFORM UNTIL NOT ESTA-VIVO
                   MOVE REG-USUARIO-VIVO TO REG-ENT-USUARIO
                   WRITE REG-ENT-USUARIO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CPD-CANTIDAD (8)
                   END-WRITE
                   READ USUARIOS-VIVO NEXT RECORD AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE ENT-USUARIOS
           END-IF.
           CLOSE USUARIOS-VIVO.

       041-COPIAR-PERMISOS.
           OPEN INPUT PERMISOS-VIVO.
           IF ESTA-VIVO
               OPEN OUTPUT ENT-PERMISOS
               READ PERMISOS-VIVO NEXT RECORD AT END CONTINUE
               END-READ
               PERFORM UNTIL NOT ESTA-VIVO
                   MOVE REG-PERMISO-VIVO TO REG-ENT-PERMISO
                   WRITE REG-ENT-PERMISO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CPD-CANTIDAD (9)
                   END-WRITE
                   READ PERMISOS-VIVO NEXT RECORD AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE ENT-PERMISOS
           END-IF.
           CLOSE PERMISOS-VIVO.

       042-COPIAR-PARAMETROS.
           OPEN INPUT PARAMETROS-VIVO.
           IF ESTA-VIVO
               OPEN OUTPUT ENT-PARAMETROS
               READ PARAMETROS-VIVO NEXT RECORD AT END CONTINUE
               END-READ
               PERFORM UNTIL NOT ESTA-VIVO
                   MOVE REG-PARAMETRO-VIVO TO REG-ENT-PARAMETRO
                   WRITE REG-ENT-PARAMETRO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CPD-CANTIDAD (10)
                   END-WRITE
                   READ PARAMETROS-VIVO NEXT RECORD AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE ENT-PARAMETROS
           END-IF.
           CLOSE PARAMETROS-VIVO.

      *CAJA, JORNAL, BITACORA, COLA DE CORREO Y CARTAS DE LA COPIA
      *QUEDAN VACIOS.
       050-VACIAR-MOVIMIENTOS.
           OPEN OUTPUT ENT-CAJA.
           CLOSE ENT-CAJA.
           OPEN OUTPUT ENT-JORNAL.
           CLOSE ENT-JORNAL.
           OPEN OUTPUT ENT-ERRORES.
           CLOSE ENT-ERRORES.
           OPEN OUTPUT ENT-CORREO.
           CLOSE ENT-CORREO.
           OPEN OUTPUT ENT-CARTAS.
           CLOSE ENT-CARTAS.
           OPEN OUTPUT ENT-AVISOS.
           CLOSE ENT-AVISOS.
           OPEN OUTPUT ENT-DONANTES.
           CLOSE ENT-DONANTES.

       060-GRABAR-MARCA.
           OPEN OUTPUT ENT-MARCA.
           MOVE WS-FECHA-HOY       TO MRC-FECHA-COPIA.
           MOVE WS-HORA-HOY        TO MRC-HORA-COPIA.
           MOVE WS-GENERACION      TO MRC-GENERACION.
           MOVE WS-FECHA-RESGUARDO TO MRC-FECHA-RESGUARDO.
           WRITE LINEA-MARCA.
           CLOSE ENT-MARCA.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "PREPARA-ENTRENA "   DELIMITED BY SIZE
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
       END PROGRAM PREPARA-ENTRENA.
