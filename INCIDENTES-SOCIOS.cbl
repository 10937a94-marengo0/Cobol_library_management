       IDENTIFICATION DIVISION.
       PROGRAM-ID.                INCIDENTES-SOCIOS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *REGISTRO DE INCIDENTES DE CONDUCTA Y SANCIONES POR TIEMPO.
      *LA MARCA DE SUSPENSION DE SIENT01.FIC LA MANEJA SUSPENSION-
      *AUTO SEGUN MULTAS Y ATRASOS Y SE RECALCULA CADA NOCHE, ASI
      *QUE NO SIRVE PARA UNA SANCION DISCIPLINARIA: ESTA VIVE EN
      *INCIDENTES-SOCIOS.DAT, UNA FILA POR INCIDENTE CON FECHA,
      *SUCURSAL, DESCRIPCION, OPERADOR QUE LO INFORMA Y PERIODO DE
      *SANCION (DESDE / HASTA; HASTA ES EL PRIMER DIA EN QUE EL
      *SOCIO VUELVE A OPERAR, ASI LA SANCION SE LEVANTA SOLA ESE
      *DIA). UN INCIDENTE SIN SANCION LLEVA LAS DOS FECHAS EN CERO.
      *LA SANCION VIGENTE BLOQUEA PRESTAR-LIBRO Y EL AUTOSERVICIO
      *(REGISTROLIBROS), LAS SOLICITUDES WEB (WEB-SOLICITUDES) Y LOS
      *TURNOS DE SALAS (RESERVA-SALAS), CUALQUIERA SEA EL ESTADO DE
      *MULTAS DEL SOCIO. EL OPERADOR QUE INFORMA SE IDENTIFICA CON
      *SU USUARIO Y CLAVE DE SIENT02.FIC; EL TEXTO DEL INCIDENTE
      *SOLO LO VE UN SUPERVISOR (NIVEL "A"), LOS DEMAS VEN FECHAS,
      *SUCURSAL Y OPERADOR.
      *LA SUCURSAL QUE TOMA EL ENTER SE TOMA DE LOS PARAMETROS DEL
      *SISTEMA (MANT-PARAMETROS).
      *EN LA COPIA DE ENTRENAMIENTO (PREPARA-ENTRENA) EL MENU
      *MUESTRA LA LEYENDA ENTRENAMIENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTES ASSIGN TO "INCIDENTES-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INCIDENTES.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *FICHA DE USUARIOS DEL SISTEMA (SIENT02M): IDENTIFICA AL
      *OPERADOR QUE INFORMA Y HABILITA EL TEXTO A LOS SUPERVISORES.
           SELECT REG-USUARIOS ASSIGN TO "sient02.fic"
               ORGANIZATION IS INDEXED
               RECORD KEY IS USU-CLAVE-STATUS
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-USUARIOS.

       DATA DIVISION.
       FILE SECTION.

       FD INCIDENTES.
       01 LINEA-INCIDENTE.
           05 INC-SOCIO-ID            PIC 9(6).
           05 INC-FECHA               PIC 9(8).
           05 INC-SUCURSAL            PIC X(03).
           05 INC-OPERADOR            PIC X(11).
           05 INC-SANCION-DESDE       PIC 9(8).
           05 INC-SANCION-HASTA       PIC 9(8).
           05 INC-DESCRIPCION         PIC X(60).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(461).

       FD REG-USUARIOS.
       01 DATOS-USUARIO-STATUS.
           05 USU-CLAVE-STATUS        PIC X(11).
           05 USU-NOMBRE-STATUS       PIC X(40).
           05 USU-PASS-STATUS         PIC X(15).
           05 USU-NIVEL-STATUS        PIC X(01).
               88 USU-ES-ADMIN        VALUE "A".
               88 USU-ESTA-BLOQUEADO  VALUE "B".
           05 FILLER                  PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-INCIDENTES            PIC XX.
           88 FIN-INCIDENTES       VALUE "10".
           88 F-NOEXISTE-INC       VALUE "05" "35".
       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".
       77 FS-REG-USUARIOS          PIC XX.
           88 ESTA-REG-USU         VALUE "00" "02".
           88 F-NOEXISTE-USU       VALUE "35".

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-SUCURSAL              PIC X(03) VALUE SPACES.
      *SUCURSAL QUE TOMA EL ENTER (PARAMETRO SUCURSAL-DEF).
       77 SUCURSAL-DEFECTO         PIC X(3) VALUE "SED".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *COPIA DE ENTRENAMIENTO (MODO-ENTRENA.CBL): EN LA COPIA EL
      *MENU LLEVA LA LEYENDA ENTRENAMIENTO.
       01 MEN-PARAMETROS.
           05 MEN-MODO             PIC X(1).
               88 EN-ENTRENAMIENTO VALUE "E".
           05 MEN-FECHA-COPIA      PIC 9(8).
           05 MEN-FECHA-RESGUARDO  PIC 9(8).

       77 WS-DESCRIPCION           PIC X(60) VALUE SPACES.
       77 WS-SANCION-DESDE         PIC 9(8) VALUE ZEROS.
       77 WS-SANCION-HASTA         PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-SANCION          PIC 9(3) VALUE ZEROS.
       77 WS-CONFIRMA              PIC X VALUE SPACE.
       77 WS-CANT-LISTADOS         PIC 9(5) VALUE ZEROS.
       77 WS-ESTADO-SANCION        PIC X(10) VALUE SPACES.

      *OPERADOR IDENTIFICADO CONTRA LA FICHA DE USUARIOS.
       77 AUX-USUARIO-OK           PIC X VALUE "N".
           88 USUARIO-OK           VALUE "S".
       77 AUX-USUARIO-SUPERVISOR   PIC X VALUE "N".
           88 USUARIO-SUPERVISOR   VALUE "S".
       77 AUX-USUARIO-CLAVE        PIC X(11) VALUE SPACES.
       77 AUX-USUARIO-PASS         PIC X(15) VALUE SPACES.
      *CODIFICACION DE UNA VIA DE LA PALABRA DE PASO, MISMO
      *ALGORITMO QUE EN TODOS LOS PROGRAMAS QUE VERIFICAN CLAVES.
       77 WS-CLAVE-ENTRADA         PIC X(15) VALUE SPACES.
       77 WS-CLAVE-CODIFICADA      PIC X(15) VALUE SPACES.
       77 WS-HASH                  PIC 9(8)  VALUE ZEROS.
       77 WS-HASH-TRABAJO          PIC 9(10) VALUE ZEROS.
       77 WS-HASH-COCIENTE         PIC 9(10) VALUE ZEROS.
       77 WS-HASH-DIGITOS          PIC 9(8)  VALUE ZEROS.
       77 WS-POS-HASH              PIC 9(2)  VALUE ZEROS.

      *PARAMETROS DE FECHA-SERIAL.CBL (FIN DE LA SANCION).
       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PARAMETROS.
           CALL "MODO-ENTRENA" USING MEN-PARAMETROS.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== INCIDENTES Y SANCIONES DE SOCIOS ====="
               IF EN-ENTRENAMIENTO
                   DISPLAY "*** ENTRENAMIENTO ***"
               END-IF
               DISPLAY "1. REGISTRAR INCIDENTE"
               DISPLAY "2. INCIDENTES DE UN SOCIO"
               DISPLAY "3. SANCIONES VIGENTES"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-REGISTRAR
                                  THRU 020-REGISTRAR-EXIT
                   WHEN 2 PERFORM 030-CONSULTAR
                                  THRU 030-CONSULTAR-EXIT
                   WHEN 3 PERFORM 040-VIGENTES
                                  THRU 040-VIGENTES-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *ALTA DE UN INCIDENTE: EL OPERADOR QUE INFORMA FIRMA CON SU
      *USUARIO; LA SANCION ARRANCA EN LA FECHA INDICADA (HOY POR
      *DEFECTO) Y DURA LOS DIAS PEDIDOS.
       020-REGISTRAR.
           PERFORM 050-IDENTIFICAR-USUARIO
                   THRU 050-IDENTIFICAR-USUARIO-EXIT.
           IF NOT USUARIO-OK
               DISPLAY "USUARIO O CLAVE INCORRECTOS, O USUARIO "
                       "BLOQUEADO."
               GO TO 020-REGISTRAR-EXIT
           END-IF.
           DISPLAY "Socio: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-SOCIO-ID.
           ACCEPT WS-SOCIO-ID.
           IF WS-SOCIO-ID = ZEROS
               GO TO 020-REGISTRAR-EXIT
           END-IF.
           PERFORM 035-MOSTRAR-SOCIO.
           DISPLAY "Sucursal (ENTER=" SUCURSAL-DEFECTO "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SUCURSAL.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE SUCURSAL-DEFECTO TO WS-SUCURSAL
           END-IF.
           DISPLAY "Descripcion: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPCION.
           ACCEPT WS-DESCRIPCION.
           IF WS-DESCRIPCION = SPACES
               DISPLAY "FALTA LA DESCRIPCION DEL INCIDENTE."
               GO TO 020-REGISTRAR-EXIT
           END-IF.
           DISPLAY "Dias de sancion (0=SIN SANCION): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-DIAS-SANCION.
           ACCEPT WS-DIAS-SANCION.
           MOVE ZEROS TO WS-SANCION-DESDE WS-SANCION-HASTA.
           IF WS-DIAS-SANCION NOT = ZEROS
               DISPLAY "Sancion desde (AAAAMMDD, ENTER=HOY): "
                       WITH NO ADVANCING
               ACCEPT WS-SANCION-DESDE
               IF WS-SANCION-DESDE = ZEROS
                   MOVE WS-FECHA-HOY TO WS-SANCION-DESDE
               END-IF
               MOVE "S" TO FSR-ACCION
               MOVE WS-SANCION-DESDE TO FSR-FECHA
               CALL "FECHA-SERIAL" USING FSR-PARAMETROS
               IF FSR-RESULTADO NOT = "OK"
                   DISPLAY "FECHA DE INICIO INVALIDA."
                   GO TO 020-REGISTRAR-EXIT
               END-IF
               ADD WS-DIAS-SANCION TO FSR-SERIAL
               MOVE "F" TO FSR-ACCION
               CALL "FECHA-SERIAL" USING FSR-PARAMETROS
               MOVE FSR-FECHA TO WS-SANCION-HASTA
               DISPLAY "SANCION DEL " WS-SANCION-DESDE
                       " AL " WS-SANCION-HASTA
                       " (VUELVE A OPERAR ESE DIA)."
           END-IF.
           DISPLAY "Confirma el registro (S/N): " WITH NO ADVANCING.
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "REGISTRO CANCELADO."
               GO TO 020-REGISTRAR-EXIT
           END-IF.
           OPEN EXTEND INCIDENTES.
           IF F-NOEXISTE-INC
               CLOSE INCIDENTES
               OPEN OUTPUT INCIDENTES
           END-IF.
           MOVE WS-SOCIO-ID           TO INC-SOCIO-ID.
           MOVE WS-FECHA-HOY          TO INC-FECHA.
           MOVE WS-SUCURSAL           TO INC-SUCURSAL.
           MOVE AUX-USUARIO-CLAVE     TO INC-OPERADOR.
           MOVE WS-SANCION-DESDE      TO INC-SANCION-DESDE.
           MOVE WS-SANCION-HASTA      TO INC-SANCION-HASTA.
           MOVE WS-DESCRIPCION        TO INC-DESCRIPCION.
           WRITE LINEA-INCIDENTE.
           CLOSE INCIDENTES.
           DISPLAY "INCIDENTE REGISTRADO.".
       020-REGISTRAR-EXIT.
           EXIT.

      *HISTORIA DE INCIDENTES DE UN SOCIO CON EL ESTADO DE CADA
      *SANCION. EL TEXTO SOLO SE MUESTRA SI QUIEN CONSULTA ES
      *SUPERVISOR.
       030-CONSULTAR.
           PERFORM 050-IDENTIFICAR-USUARIO
                   THRU 050-IDENTIFICAR-USUARIO-EXIT.
           IF NOT USUARIO-OK
               DISPLAY "USUARIO O CLAVE INCORRECTOS, O USUARIO "
                       "BLOQUEADO."
               GO TO 030-CONSULTAR-EXIT
           END-IF.
           DISPLAY "Socio: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-SOCIO-ID.
           ACCEPT WS-SOCIO-ID.
           IF WS-SOCIO-ID = ZEROS
               GO TO 030-CONSULTAR-EXIT
           END-IF.
           PERFORM 035-MOSTRAR-SOCIO.
           OPEN INPUT INCIDENTES.
           IF F-NOEXISTE-INC
               DISPLAY "NO HAY INCIDENTES REGISTRADOS."
               CLOSE INCIDENTES
               GO TO 030-CONSULTAR-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-LISTADOS.
           READ INCIDENTES AT END SET FIN-INCIDENTES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-INCIDENTES
               IF INC-SOCIO-ID = WS-SOCIO-ID
                   ADD 1 TO WS-CANT-LISTADOS
                   PERFORM 045-ESTADO-SANCION
                   DISPLAY INC-FECHA " SUC " INC-SUCURSAL
                           " INFORMO " INC-OPERADOR
                   DISPLAY "   SANCION " INC-SANCION-DESDE
                           " AL " INC-SANCION-HASTA " "
                           WS-ESTADO-SANCION
                   IF USUARIO-SUPERVISOR
                       DISPLAY "   " INC-DESCRIPCION
                   ELSE
                       DISPLAY "   (TEXTO RESERVADO A SUPERVISORES)"
                   END-IF
               END-IF
               READ INCIDENTES AT END SET FIN-INCIDENTES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE INCIDENTES.
           DISPLAY "INCIDENTES DEL SOCIO: " WS-CANT-LISTADOS ".".
       030-CONSULTAR-EXIT.
           EXIT.

      *NOMBRE DEL SOCIO SI ESTA EN LA FICHA DE ENTIDADES; SI NO
      *ESTA SE SIGUE IGUAL, COMO EN EL RESTO DE LOS CRUCES.
       035-MOSTRAR-SOCIO.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               CLOSE REG-SOCIOS
           ELSE
               MOVE SPACES TO SOCIO-CLAVE-STATUS
               MOVE WS-SOCIO-ID TO SOCIO-CLAVE-STATUS
               READ REG-SOCIOS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-SOC
                   DISPLAY "SOCIO: " SOCIO-NOMBRE-STATUS
               ELSE
                   DISPLAY "SOCIO NO ENCONTRADO EN LA FICHA DE "
                           "ENTIDADES."
               END-IF
               CLOSE REG-SOCIOS
           END-IF.

      *SANCIONES VIGENTES HOY (DESDE <= HOY < HASTA), SIN TEXTO:
      *ES LA LISTA QUE SE CONSULTA DESDE EL MOSTRADOR.
       040-VIGENTES.
           OPEN INPUT INCIDENTES.
           IF F-NOEXISTE-INC
               DISPLAY "NO HAY INCIDENTES REGISTRADOS."
               CLOSE INCIDENTES
               GO TO 040-VIGENTES-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-LISTADOS.
           READ INCIDENTES AT END SET FIN-INCIDENTES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-INCIDENTES
               PERFORM 045-ESTADO-SANCION
               IF WS-ESTADO-SANCION = "VIGENTE"
                   ADD 1 TO WS-CANT-LISTADOS
                   DISPLAY "SOCIO " INC-SOCIO-ID
                           " SANCIONADO HASTA " INC-SANCION-HASTA
                           " SUC " INC-SUCURSAL
               END-IF
               READ INCIDENTES AT END SET FIN-INCIDENTES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE INCIDENTES.
           DISPLAY "SANCIONES VIGENTES: " WS-CANT-LISTADOS ".".
       040-VIGENTES-EXIT.
           EXIT.

      *ESTADO DE LA SANCION DE LA FILA LEIDA RESPECTO DE HOY.
       045-ESTADO-SANCION.
           EVALUATE TRUE
               WHEN INC-SANCION-HASTA = ZEROS
                   MOVE "SIN SANCION" TO WS-ESTADO-SANCION
               WHEN INC-SANCION-DESDE > WS-FECHA-HOY
                   MOVE "A CUMPLIR" TO WS-ESTADO-SANCION
               WHEN INC-SANCION-HASTA > WS-FECHA-HOY
                   MOVE "VIGENTE" TO WS-ESTADO-SANCION
               WHEN OTHER
                   MOVE "CUMPLIDA" TO WS-ESTADO-SANCION
           END-EVALUATE.

      *IDENTIFICA AL OPERADOR CONTRA LA FICHA DE USUARIOS, MISMO
      *ARMADO QUE AUTORIZAR-SUPERVISOR EN PROG-PAGOS-F PERO PARA
      *CUALQUIER USUARIO NO BLOQUEADO; DEJA MARCADO SI ES
      *SUPERVISOR.
       050-IDENTIFICAR-USUARIO.
           MOVE "N" TO AUX-USUARIO-OK.
           MOVE "N" TO AUX-USUARIO-SUPERVISOR.
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
           IF USU-ES-ADMIN
               MOVE "S" TO AUX-USUARIO-SUPERVISOR
           END-IF.
           CLOSE REG-USUARIOS.
       050-IDENTIFICAR-USUARIO-EXIT.
           EXIT.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "SUCURSAL-DEF" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO SUCURSAL-DEFECTO
           END-IF.

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
       END PROGRAM INCIDENTES-SOCIOS.
