      *ACEPTADA O RECHAZADA CON SU MOTIVO EN WEB-RESULTADOS.LST PARA
      *EL MOSTRADOR DE LA MANIANA. EL PUNTO DE AVANCE (CUANTAS
      *LINEAS YA SE PROCESARON) QUEDA EN WEB-SOLICITUDES.CHK, MISMO
      *ESQUEMA DE REANUDACION QUE DIGESTO-ERRORES.CHK. EL SOCIO CON
      *SANCION VIGENTE POR INCIDENTE (INCIDENTES-SOCIOS.DAT) QUEDA
      *RECHAZADO AUNQUE NO ESTE SUSPENDIDO. LA RESERVA DEL SOCIO CON
      *BLOQUEO POR AUSENCIAS REITERADAS (AUSENCIAS-RESERVA.DAT, LO
      *ANOTA RESERVAS-NOCHE) QUEDA RECHAZADA HASTA QUE VENZA.
      *LA RESERVA TRAE AL FINAL DE LA LINEA LA SUCURSAL DONDE EL
      *SOCIO LA VA A RETIRAR (EN BLANCO, LA SEDE); DEBE EXISTIR EN
      *SUCURSALES.DAT Y QUEDA GRABADA EN LA RESERVA.
      *LA RENOVACION DE UN TITULO CON RESERVA DE CURSO VIGENTE
      *(RESERVA-CURSO.DAT, RESERVAS-CURSO.CBL) SE RECHAZA, IGUAL QUE
      *EN EL MOSTRADOR.
      *EL TIPO C ES UNA SUGERENCIA DE COMPRA: LA LINEA TRAE AL FINAL
      *TITULO, AUTOR E ISBN (EL LIBRO-ID VIENE EN CERO) Y SE GRABA EN
      *SUGERENCIAS.DAT CON CANAL W, MARCADA SI EL ISBN YA ESTA EN EL
      *CATALOGO; LA DECISION Y LA CARTA AL SOCIO SIGUEN EN
      *SUGERENCIAS.CBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS POL-CATEGORIA
               FILE STATUS IS FS-POLITICAS.

      *RESERVAS DE TITULOS POR CURSO: DENTRO DEL PERIODO NO HAY
      *RENOVACIONES.
           SELECT RESERVA-CURSO ASSIGN TO "RESERVA-CURSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCU-CLAVE
               FILE STATUS IS FS-RESERVA-CURSO.

           SELECT CALENDARIO-CIERRE
               ASSIGN TO "CALENDARIO-CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

      *REGISTRO DE INCIDENTES DE CONDUCTA (INCIDENTES-SOCIOS): SOLO
      *SE LEEN LAS FECHAS DE SANCION.
           SELECT INCIDENTES ASSIGN TO "INCIDENTES-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INCIDENTES.

      *AUSENCIAS A RETENCIONES (RESERVAS-NOCHE): SOLO SE LEE EL
      *BLOQUEO DE RESERVAS.
           SELECT AUSENCIAS ASSIGN TO "AUSENCIAS-RESERVA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUSENCIAS.

      *MAESTRO DE SUCURSALES (TRANSFIERE-LIBROS), PARA VALIDAR LA
      *SUCURSAL DE RETIRO DE LAS RESERVAS.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO
               FILE STATUS IS FS-SUCURSALES.

      *SUGERENCIAS DE COMPRA DE LOS SOCIOS (SUGERENCIAS.CBL) Y SU
      *NUMERADOR.
           SELECT SUGERENCIAS ASSIGN TO "SUGERENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUG-NUMERO
               FILE STATUS IS FS-SUGERENCIAS.

           SELECT SUG-NUMERADOR ASSIGN TO "SUGERENCIAS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUG-NUMERADOR.

           SELECT RESULTADOS ASSIGN TO "WEB-RESULTADOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADOS.
           05 SOL-TIPO                PIC X(01).
               88 SOL-ES-RENOVACION   VALUE "R".
               88 SOL-ES-RESERVA      VALUE "S".
               88 SOL-ES-SUGERENCIA   VALUE "C".
           05 SOL-FECHA               PIC 9(8).
           05 SOL-HORA                PIC 9(8).
           05 SOL-SUCURSAL-RETIRO     PIC X(03).
      *SOLO EN LAS SUGERENCIAS DE COMPRA (TIPO C).
           05 SOL-TITULO              PIC X(60).
           05 SOL-AUTOR               PIC X(20).
           05 SOL-ISBN                PIC X(13).

       FD SUCURSALES.
       01 DATOS-SUCURSAL.
           05 SUC-CODIGO              PIC X(3).
           05 SUC-NOMBRE              PIC X(30).
           05 SUC-DOMICILIO           PIC X(40).

       FD SUGERENCIAS.
       01 DATOS-SUGERENCIA.
           05 SUG-NUMERO              PIC 9(6).
           05 SUG-SOCIO               PIC 9(6).
           05 SUG-TITULO              PIC X(60).
           05 SUG-AUTOR               PIC X(20).
           05 SUG-ISBN                PIC X(13).
           05 SUG-FECHA               PIC 9(8).
           05 SUG-CANAL               PIC X(1).
           05 SUG-ESTADO              PIC X(1).
               88 SUG-NUEVA           VALUE "N".
               88 SUG-EN-CATALOGO     VALUE "C".
           05 SUG-LIBRO-ID            PIC 9(6).
           05 SUG-OC-NUMERO           PIC 9(6).
           05 SUG-OC-RENGLON          PIC 9(2).
           05 SUG-FECHA-DECISION      PIC 9(8).
           05 SUG-MOTIVO              PIC X(40).
           05 SUG-AVISADO             PIC X(1).
           05 SUG-SUCURSAL            PIC X(3).

       FD SUG-NUMERADOR.
       01 LINEA-SUG-NUMERADOR         PIC 9(6).

       FD SOL-CHECKPOINT.
       01 LINEA-CHECKPOINT            PIC 9(8).
           05 FILLER                      PIC X(12).
           05 CANTIDAD-EJEMPLARES-STATUS  PIC 9(3).
           05 EJEMPLARES-DISPONIBLES-STATUS PIC 9(3).
           05 ISBN-STATUS                 PIC X(13).
           05 CATEGORIA-STATUS            PIC X(15).
           05 FILLER                      PIC X(8).
           05 FILLER                      PIC X(8).
           05 RESERVA-ESTADO              PIC X(01).
               88 RESERVA-ACTIVA          VALUE "A".
               88 RESERVA-RETENIDA        VALUE "R".
               88 RESERVA-EN-TRANSITO     VALUE "T".
           05 RESERVA-FECHA-LIMITE        PIC 9(8).
           05 RESERVA-SUCURSAL-RETIRO     PIC X(03).

       FD CLASES-SOCIO.
       01 DATOS-CLASE.
           05 POL-NO-CIRCULA          PIC X(1).
               88 POLITICA-NO-CIRCULA VALUE "S".

       FD RESERVA-CURSO.
       01 DATOS-RESERVA-CURSO.
           05 RCU-CLAVE.
               10 RCU-LIBRO-ID        PIC 9(6).
               10 RCU-CURSO           PIC X(4).
           05 RCU-DOCENTE-ID          PIC 9(6).
           05 RCU-FECHA-DESDE         PIC 9(8).
           05 RCU-FECHA-HASTA         PIC 9(8).
           05 RCU-HORAS               PIC 9(2).
           05 RCU-SOLO-CURSO          PIC X(1).
           05 RCU-FECHA-ALTA          PIC 9(8).

       FD CALENDARIO-CIERRE.
       01 LINEA-CALENDARIO.
           05 CAL-TIPO                PIC X(1).
           05 CAL-DIA                 PIC 9(1).
           05 CAL-FECHA               PIC 9(8).

       FD INCIDENTES.
       01 LINEA-INCIDENTE.
           05 INC-SOCIO-ID            PIC 9(6).
           05 FILLER                  PIC X(22).
           05 INC-SANCION-DESDE       PIC 9(8).
           05 INC-SANCION-HASTA       PIC 9(8).
           05 FILLER                  PIC X(60).

       FD AUSENCIAS.
       01 LINEA-AUSENCIA.
           05 AUR-SOCIO-ID            PIC 9(6).
           05 FILLER                  PIC X(17).
           05 AUR-BLOQUEO-HASTA       PIC 9(8).
           05 FILLER                  PIC X(06).

       FD RESULTADOS.
       01 LINEA-RESULTADO             PIC X(80).


       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 FIN-REG-LIB          VALUE "10".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-SUGERENCIAS           PIC XX.
           88 ESTA-SUGERENCIA      VALUE "00" "02".
           88 F-NOEXISTE-SUG       VALUE "35".
       77 FS-SUG-NUMERADOR         PIC XX.
           88 F-NOEXISTE-SUG-NUM   VALUE "35".
       77 WS-NUMERO-SUG            PIC 9(6) VALUE ZEROS.

       77 FS-REG-PRESTAMOS         PIC XX.
           88 ESTA-REG-PRE         VALUE "00" "02".
           88 FIN-REG-PRE          VALUE "10".
           88 ESTA-POLITICA        VALUE "00" "02".
           88 F-NOEXISTE-POL       VALUE "35".

       77 FS-RESERVA-CURSO         PIC XX.
           88 FIN-RESERVA-CURSO    VALUE "10".
           88 F-NOEXISTE-RCU       VALUE "35".

       77 FS-CALENDARIO            PIC XX.
           88 FIN-CALENDARIO       VALUE "10".
           88 F-NOEXISTE-CAL       VALUE "35".

       77 FS-INCIDENTES            PIC XX.
           88 FIN-INCIDENTES       VALUE "10".
           88 F-NOEXISTE-INC       VALUE "05" "35".
       77 WS-SANCION-HASTA         PIC 9(8) VALUE ZEROS.

       77 FS-AUSENCIAS             PIC XX.
           88 FIN-AUSENCIAS        VALUE "10".
           88 F-NOEXISTE-AUS       VALUE "05" "35".
       77 WS-BLOQUEO-RESERVAS      PIC 9(8) VALUE ZEROS.

       77 FS-SUCURSALES            PIC XX.
           88 ESTA-SUCURSAL        VALUE "00" "02".
           88 F-NOEXISTE-SUCS      VALUE "35".
       77 SUCURSAL-SEDE            PIC X(3) VALUE "SED".
       77 WS-SUC-RETIRO            PIC X(3) VALUE SPACES.

       77 FS-RESULTADOS            PIC XX.
           88 ESTA-RESULTADOS      VALUE "00" "02".

           MOVE SPACES TO WS-MOTIVO.
           PERFORM 035-VALIDAR-CLAVE-WEB
                   THRU 035-VALIDAR-CLAVE-WEB-EXIT.
           IF WS-MOTIVO = SPACES
               PERFORM 045-VALIDAR-SANCION
                       THRU 045-VALIDAR-SANCION-EXIT
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 040-VALIDAR-SOCIO
                       THRU 040-VALIDAR-SOCIO-EXIT
                   IF SOL-ES-RESERVA
                       PERFORM 060-RESERVAR THRU 060-RESERVAR-EXIT
                   ELSE
                       IF SOL-ES-SUGERENCIA
                           PERFORM 075-REGISTRAR-SUGERENCIA
                                   THRU 075-REGISTRAR-SUGERENCIA-EXIT
                       ELSE
                           MOVE "TIPO DE SOLICITUD DESCONOCIDO"
                                   TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       040-VALIDAR-SOCIO-EXIT.
           EXIT.

      *SANCION DISCIPLINARIA VIGENTE (DESDE <= HOY < HASTA), MISMO
      *CRITERIO QUE VERIFICAR-SANCION-SOCIO EN REGISTROLIBROS:
      *INDEPENDIENTE DE MULTAS Y DE LA MARCA DE SUSPENSION.
       045-VALIDAR-SANCION.
           MOVE ZEROS TO WS-SANCION-HASTA.
           OPEN INPUT INCIDENTES.
           IF F-NOEXISTE-INC
               CLOSE INCIDENTES
               GO TO 045-VALIDAR-SANCION-EXIT
           END-IF.
           READ INCIDENTES AT END SET FIN-INCIDENTES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-INCIDENTES
               IF INC-SOCIO-ID = WS-SOCIO-ID
                   AND INC-SANCION-HASTA NOT = ZEROS
                   AND INC-SANCION-DESDE NOT > WS-FECHA-HOY
                   AND INC-SANCION-HASTA > WS-FECHA-HOY
                   AND INC-SANCION-HASTA > WS-SANCION-HASTA
                   MOVE INC-SANCION-HASTA TO WS-SANCION-HASTA
               END-IF
               READ INCIDENTES AT END SET FIN-INCIDENTES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE INCIDENTES.
           IF WS-SANCION-HASTA NOT = ZEROS
               STRING "SOCIO SANCIONADO HASTA " DELIMITED BY SIZE
                       WS-SANCION-HASTA         DELIMITED BY SIZE
                       INTO WS-MOTIVO
           END-IF.
       045-VALIDAR-SANCION-EXIT.
           EXIT.

      *RENOVACION CON LAS MISMAS REGLAS QUE RENOVAR-PRESTAMO:
      *PRESTAMO ACTIVO DEL SOCIO PARA EL LIBRO, TOPE DE
      *RENOVACIONES Y DIAS DE LA POLITICA DE LA CATEGORIA,
               MOVE "OBRA DE CONSULTA EN SALA" TO WS-MOTIVO
               GO TO 050-RENOVAR-EXIT
           END-IF.
           PERFORM 055-VALIDAR-RESERVA-CURSO
                   THRU 055-VALIDAR-RESERVA-CURSO-EXIT.
           IF WS-MOTIVO NOT = SPACES
               GO TO 050-RENOVAR-EXIT
           END-IF.
           IF PRESTAMO-RENOVACIONES >= AUX-RENOV-POLITICA
               MOVE "MAXIMO DE RENOVACIONES ALCANZADO" TO WS-MOTIVO
               GO TO 050-RENOVAR-EXIT
       050-RENOVAR-EXIT.
           EXIT.

      *RESERVA DE CURSO VIGENTE HOY SOBRE EL TITULO (DESDE <= HOY <=
      *HASTA), MISMO CRITERIO QUE BUSCAR-RESERVA-CURSO EN
      *REGISTROLIBROS: MIENTRAS DURA NO SE RENUEVA.
       055-VALIDAR-RESERVA-CURSO.
           OPEN INPUT RESERVA-CURSO.
           IF F-NOEXISTE-RCU
               CLOSE RESERVA-CURSO
               GO TO 055-VALIDAR-RESERVA-CURSO-EXIT
           END-IF.
           MOVE SOL-LIBRO-ID TO RCU-LIBRO-ID.
           MOVE LOW-VALUES   TO RCU-CURSO.
           START RESERVA-CURSO KEY IS NOT LESS THAN RCU-CLAVE
               INVALID KEY SET FIN-RESERVA-CURSO TO TRUE
           END-START.
           IF NOT FIN-RESERVA-CURSO
               READ RESERVA-CURSO NEXT RECORD AT END
                   SET FIN-RESERVA-CURSO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-RESERVA-CURSO
                   OR RCU-LIBRO-ID NOT = SOL-LIBRO-ID
                   OR WS-MOTIVO NOT = SPACES
               IF RCU-FECHA-DESDE NOT > WS-FECHA-HOY
                  AND RCU-FECHA-HASTA NOT < WS-FECHA-HOY
                   MOVE "TITULO EN RESERVA DE CURSO" TO WS-MOTIVO
               ELSE
                   READ RESERVA-CURSO NEXT RECORD AT END
                       SET FIN-RESERVA-CURSO TO TRUE END-READ
               END-IF
           END-PERFORM.
           CLOSE RESERVA-CURSO.
       055-VALIDAR-RESERVA-CURSO-EXIT.
           EXIT.

      *RESERVA CON LAS MISMAS REGLAS QUE AGREGAR-RESERVA: EL TITULO
      *DEBE EXISTIR Y EL SOCIO NO PUEDE ESTAR YA EN LA COLA.
       060-RESERVAR.
               MOVE "HAY EJEMPLARES EN ESTANTE: RETIRAR" TO WS-MOTIVO
               GO TO 060-RESERVAR-EXIT
           END-IF.
           PERFORM 066-VALIDAR-AUSENCIAS
                   THRU 066-VALIDAR-AUSENCIAS-EXIT.
           IF WS-MOTIVO NOT = SPACES
               GO TO 060-RESERVAR-EXIT
           END-IF.
           PERFORM 068-VALIDAR-SUCURSAL-RETIRO
                   THRU 068-VALIDAR-SUCURSAL-RETIRO-EXIT.
           IF WS-MOTIVO NOT = SPACES
               GO TO 060-RESERVAR-EXIT
           END-IF.
      *MISMO CUPO DE RESERVAS ACTIVAS QUE APLICA EL MOSTRADOR.
           PERFORM 062-CUPO-DE-RESERVAS
                   THRU 062-CUPO-DE-RESERVAS-EXIT.
           MOVE WS-FECHA-HOY TO RESERVA-FECHA.
           SET RESERVA-ACTIVA TO TRUE.
           MOVE ZEROS TO RESERVA-FECHA-LIMITE.
           MOVE WS-SUC-RETIRO TO RESERVA-SUCURSAL-RETIRO.
           WRITE DATOS-RESERVA
               INVALID KEY
               MOVE "YA ESTA EN LA COLA DE ESE LIBRO" TO WS-MOTIVO
       060-RESERVAR-EXIT.
           EXIT.

      *BLOQUEO DE RESERVAS POR AUSENCIAS: LA FECHA MAS LEJANA QUE
      *RESERVAS-NOCHE HAYA ANOTADO PARA EL SOCIO Y QUE NO HAYA VENCIDO.
       066-VALIDAR-AUSENCIAS.
           MOVE ZEROS TO WS-BLOQUEO-RESERVAS.
           OPEN INPUT AUSENCIAS.
           IF F-NOEXISTE-AUS
               CLOSE AUSENCIAS
               GO TO 066-VALIDAR-AUSENCIAS-EXIT
           END-IF.
           READ AUSENCIAS AT END SET FIN-AUSENCIAS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-AUSENCIAS
               IF AUR-SOCIO-ID = WS-SOCIO-ID
                   AND AUR-BLOQUEO-HASTA > WS-FECHA-HOY
                   AND AUR-BLOQUEO-HASTA > WS-BLOQUEO-RESERVAS
                   MOVE AUR-BLOQUEO-HASTA TO WS-BLOQUEO-RESERVAS
               END-IF
               READ AUSENCIAS AT END SET FIN-AUSENCIAS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AUSENCIAS.
           IF WS-BLOQUEO-RESERVAS NOT = ZEROS
               STRING "SIN RESERVAS HASTA " DELIMITED BY SIZE
                       WS-BLOQUEO-RESERVAS  DELIMITED BY SIZE
                       " POR AUSENCIAS"     DELIMITED BY SIZE
                       INTO WS-MOTIVO
           END-IF.
       066-VALIDAR-AUSENCIAS-EXIT.
           EXIT.

      *SUCURSAL DE RETIRO PEDIDA DESDE LA WEB: EN BLANCO ES LA SEDE;
      *CUALQUIER OTRA TIENE QUE ESTAR EN EL MAESTRO DE SUCURSALES.
       068-VALIDAR-SUCURSAL-RETIRO.
           MOVE SOL-SUCURSAL-RETIRO TO WS-SUC-RETIRO.
           IF WS-SUC-RETIRO = SPACES
               MOVE SUCURSAL-SEDE TO WS-SUC-RETIRO
           END-IF.
           IF WS-SUC-RETIRO = SUCURSAL-SEDE
               GO TO 068-VALIDAR-SUCURSAL-RETIRO-EXIT
           END-IF.
           OPEN INPUT SUCURSALES.
           IF F-NOEXISTE-SUCS
               CLOSE SUCURSALES
               MOVE "SUCURSAL DE RETIRO INEXISTENTE" TO WS-MOTIVO
               GO TO 068-VALIDAR-SUCURSAL-RETIRO-EXIT
           END-IF.
           MOVE WS-SUC-RETIRO TO SUC-CODIGO.
           READ SUCURSALES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-SUCURSAL
               MOVE "SUCURSAL DE RETIRO INEXISTENTE" TO WS-MOTIVO
           END-IF.
           CLOSE SUCURSALES.
       068-VALIDAR-SUCURSAL-RETIRO-EXIT.
           EXIT.

      *CUPO VIGENTE PARA EL SOCIO: EL GENERAL, SALVO QUE SU CLASE
      *(FICHA + TABLA DE MANT-CLASES) TRAIGA UN CUPO PROPIO. MISMO
      *ARMADO QUE BUSCAR-CUPOS-CLASE EN REGISTROLIBROS.
       062-CUPO-DE-RESERVAS-EXIT.
           EXIT.

      *RESERVAS VIVAS (ACTIVAS, RETENIDAS O EN TRANSITO) DEL SOCIO,
      *MISMA CUENTA QUE CONTAR-RESERVAS-SOCIO EN REGISTROLIBROS. EL
      *ARCHIVO YA ESTA ABIERTO POR LA CORRIDA.
       064-CONTAR-RESERVAS.
           MOVE ZEROS TO WS-RESERVAS-SOCIO.
           MOVE LOW-VALUES TO RESERVA-CLAVE.
                   SET FIN-REG-RES TO TRUE END-READ
               PERFORM UNTIL FIN-REG-RES
                   IF RESERVA-SOCIO-ID = WS-SOCIO-ID
                       AND (RESERVA-ACTIVA OR RESERVA-RETENIDA
                           OR RESERVA-EN-TRANSITO)
                       ADD 1 TO WS-RESERVAS-SOCIO
                   END-IF
                   READ REG-RESERVAS NEXT RECORD AT END
       064-CONTAR-RESERVAS-EXIT.
           EXIT.

      *SUGERENCIA DE COMPRA DESDE LA WEB: SE NUMERA CON EL MISMO
      *NUMERADOR QUE EL MOSTRADOR Y SE BUSCA EL ISBN EN EL CATALOGO
      *RECORRIENDOLO (EL LIBRO-ID QUEDA SI YA EXISTE).
       075-REGISTRAR-SUGERENCIA.
           IF SOL-TITULO = SPACES
               MOVE "SUGERENCIA SIN TITULO" TO WS-MOTIVO
               GO TO 075-REGISTRAR-SUGERENCIA-EXIT
           END-IF.
           INITIALIZE DATOS-SUGERENCIA.
           MOVE WS-SOCIO-ID     TO SUG-SOCIO.
           MOVE SOL-TITULO      TO SUG-TITULO.
           MOVE SOL-AUTOR       TO SUG-AUTOR.
           MOVE SOL-ISBN        TO SUG-ISBN.
           MOVE WS-FECHA-HOY    TO SUG-FECHA.
           MOVE "W"             TO SUG-CANAL.
           MOVE "N"             TO SUG-AVISADO.
           MOVE SOL-SUCURSAL-RETIRO TO SUG-SUCURSAL.
           IF SUG-SUCURSAL = SPACES
               MOVE SUCURSAL-SEDE TO SUG-SUCURSAL
           END-IF.
           SET SUG-NUEVA TO TRUE.
           IF SOL-ISBN NOT = SPACES
               MOVE ZEROS TO LIBRO-ID-STATUS
               START REG-LIBROS KEY IS NOT LESS THAN LIBRO-ID-STATUS
                   INVALID KEY SET FIN-REG-LIB TO TRUE
               END-START
               IF NOT FIN-REG-LIB
                   READ REG-LIBROS NEXT RECORD AT END
                       SET FIN-REG-LIB TO TRUE END-READ
               END-IF
               PERFORM UNTIL FIN-REG-LIB OR SUG-EN-CATALOGO
                   IF ISBN-STATUS = SOL-ISBN
                       SET SUG-EN-CATALOGO TO TRUE
                       MOVE LIBRO-ID-STATUS TO SUG-LIBRO-ID
                   ELSE
                       READ REG-LIBROS NEXT RECORD AT END
                           SET FIN-REG-LIB TO TRUE END-READ
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ZEROS TO WS-NUMERO-SUG.
           OPEN INPUT SUG-NUMERADOR.
           IF NOT F-NOEXISTE-SUG-NUM
               READ SUG-NUMERADOR INTO WS-NUMERO-SUG
                   AT END MOVE ZEROS TO WS-NUMERO-SUG
               END-READ
               CLOSE SUG-NUMERADOR
           END-IF.
           ADD 1 TO WS-NUMERO-SUG.
           OPEN OUTPUT SUG-NUMERADOR.
           MOVE WS-NUMERO-SUG TO LINEA-SUG-NUMERADOR.
           WRITE LINEA-SUG-NUMERADOR.
           CLOSE SUG-NUMERADOR.
           MOVE WS-NUMERO-SUG TO SUG-NUMERO.
           OPEN I-O SUGERENCIAS.
           IF F-NOEXISTE-SUG
               CLOSE SUGERENCIAS
               OPEN OUTPUT SUGERENCIAS
               CLOSE SUGERENCIAS
               OPEN I-O SUGERENCIAS
           END-IF.
           WRITE DATOS-SUGERENCIA
               INVALID KEY CONTINUE
           END-WRITE.
           IF NOT ESTA-SUGERENCIA
               MOVE "SUGERENCIAS.DAT"  TO WS-ARCHIVO-ERROR
               MOVE FS-SUGERENCIAS     TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE SUGERENCIAS
               MOVE "NO SE PUDO GRABAR LA SUGERENCIA" TO WS-MOTIVO
               GO TO 075-REGISTRAR-SUGERENCIA-EXIT
           END-IF.
           CLOSE SUGERENCIAS.
           MOVE "S" TO WS-ACEPTADA.
           IF SUG-EN-CATALOGO
               MOVE "SUGERENCIA ANOTADA: YA ESTA EN CATALOGO"
                   TO WS-MOTIVO
           ELSE
               MOVE "SUGERENCIA DE COMPRA ANOTADA" TO WS-MOTIVO
           END-IF.
       075-REGISTRAR-SUGERENCIA-EXIT.
           EXIT.

       070-ESCRIBIR-RESULTADO.
           MOVE SPACES TO LINEA-RESULTADO.
           IF SOLICITUD-ACEPTADA
       JORNAL-RESERVA.
           MOVE "REG-RESERVAS.DAT" TO JRN-ARCHIVO.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-RESERVA TO JRN-REGISTRO (1:32).
           PERFORM GRABAR-LINEA-JORNAL.

       REGISTRAR-ERROR-CENTRAL.
