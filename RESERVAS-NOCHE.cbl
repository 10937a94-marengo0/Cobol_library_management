      *EJEMPLARES-DISPONIBLES DEL CATALOGO. TODO LO TOCADO QUEDA
      *LISTADO EN RESERVAS-NOCHE.LST. PENSADO COMO PASO DE
      *PROCESO-NOCTURNO.
      *CADA RETENCION VENCIDA QUEDA ADEMAS ANOTADA COMO AUSENCIA DEL
      *SOCIO EN AUSENCIAS-RESERVA.DAT, CON LA CUENTA DE AUSENCIAS
      *DENTRO DE LA VENTANA MOVIL DE LA REGLA VIGENTE
      *(TARIFA-AUSENCIAS.DAT, MANT-TARIFAS). SI LA CUENTA LLEGA AL
      *UMBRAL LA LINEA LLEVA LA FECHA HASTA LA QUE EL SOCIO NO PUEDE
      *RESERVAR (LA CONSULTAN AGREGAR-RESERVA Y WEB-SOLICITUDES) Y,
      *SI LA REGLA TRAE CARGO, SE ASIENTA UNA MULTA "A" MOTIVO
      *"AUSENCIA" EN EL LIBRO MAYOR. REP-AUSENCIAS ARMA LA LISTA
      *MENSUAL DE REINCIDENTES.
      *EL EJEMPLAR VENCIDO ESTA EN LA SUCURSAL DE RETIRO DE ESA
      *RESERVA (LA SEDE SI NO TENIA). SI EL SIGUIENTE DE LA COLA
      *RETIRA EN OTRA, SU RESERVA PASA A "T" (EN TRANSITO, SIN FECHA
      *LIMITE) Y SE GRABA LA TRANSFERENCIA EN TRANSFERENCIAS.DAT; LA
      *VENTANA Y LA ESQUELA LAS DA TRANSFIERE-LIBROS AL RECIBIRLO.
      *LOS DIAS DE LA VENTANA DE RETIRO (RES-DIAS-RETIRO) Y EL
      *MEMBRETE DE LA ESQUELA (NOMBRE, DOMICILIO Y TELEFONO DE LA
      *BIBLIOTECA) SALEN DE LOS PARAMETROS DEL SISTEMA
      *(MANT-PARAMETROS); SIN PARAMETROS QUEDAN 3 DIAS Y LA ESQUELA
      *DE SIEMPRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISOS-RETIRO.

      *REGLA DE AUSENCIAS VIGENTE (MANT-TARIFAS), REGISTRO DE
      *AUSENCIAS Y LIBRO MAYOR DE MULTAS PARA EL CARGO OPTATIVO.
           SELECT TARIFAS-AUSENCIA ASSIGN TO "TARIFA-AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAU-FECHA-VIGENCIA
               FILE STATUS IS FS-TARIFAS-AUSENCIA.

           SELECT AUSENCIAS ASSIGN TO "AUSENCIAS-RESERVA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUSENCIAS.

           SELECT REG-FINES ASSIGN TO "REG-FINES-MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-FINES.

           SELECT REPORTE-NOCHE ASSIGN TO "RESERVAS-NOCHE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE-NOCHE.

      *EXISTENCIAS POR SUCURSAL: AL LIBERAR UN APARTADO VENCIDO LA
      *SUCURSAL DONDE ESTABA RECUPERA SU DISPONIBLE (LA DEVOLUCION
      *QUE LO APARTO NO LO HABIA SUMADO).
           SELECT EXISTENCIAS-SUC ASSIGN TO "EXISTENCIAS-SUC.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXI-CLAVE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-EXISTENCIAS.

      *TRANSFERENCIAS ENTRE SUCURSALES Y SU NUMERADOR, MISMOS
      *ARCHIVOS QUE TRANSFIERE-LIBROS.
           SELECT TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TRANSF-NUMERO
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-TRANSFERENCIAS.

           SELECT TRANSF-NUMERADOR ASSIGN TO "TRANSFERENCIAS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR-TRA.

      *JORNAL DE IMAGENES POSTERIORES (JORNAL-DIARIO.DAT): CADA
      *ACTUALIZACION DE UN MAESTRO DEJA SU IMAGEN PARA QUE
      *REPONE-JORNAL PUEDA REAPLICAR EL DIA SOBRE LA GENERACION
               88 RESERVA-CUMPLIDA        VALUE "C".
               88 RESERVA-RETENIDA        VALUE "R".
               88 RESERVA-VENCIDA         VALUE "V".
               88 RESERVA-EN-TRANSITO     VALUE "T".
           05 RESERVA-FECHA-LIMITE        PIC 9(8).
      *SUCURSAL DONDE EL SOCIO RETIRA (EN BLANCO LAS RESERVAS
      *ANTERIORES: SE RETIRAN DONDE SE DEVOLVIO EL EJEMPLAR).
           05 RESERVA-SUCURSAL-RETIRO     PIC X(03).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 CAL-DIA                 PIC 9(1).
           05 CAL-FECHA               PIC 9(8).

       FD TARIFAS-AUSENCIA.
       01 DATOS-TARIFA-AUSENCIA.
           05 TAU-FECHA-VIGENCIA      PIC 9(8).
           05 TAU-UMBRAL              PIC 9(2).
           05 TAU-VENTANA-DIAS        PIC 9(3).
           05 TAU-DIAS-BLOQUEO        PIC 9(3).
           05 TAU-CARGO               PIC 9(4)V99.

      *UNA LINEA POR RETENCION NO RETIRADA: CUENTA DE AUSENCIAS EN
      *LA VENTANA (CONTANDO ESTA), FECHA HASTA LA QUE NO RESERVA
      *(CERO SI NO LLEGO AL UMBRAL) Y CARGO ASENTADO.
       FD AUSENCIAS.
       01 LINEA-AUSENCIA.
           05 AUR-SOCIO-ID            PIC 9(6).
           05 AUR-LIBRO-ID            PIC 9(6).
           05 AUR-FECHA               PIC 9(8).
           05 AUR-CANT-VENTANA        PIC 9(3).
           05 AUR-BLOQUEO-HASTA       PIC 9(8).
           05 AUR-CARGO               PIC 9(4)V99.

       FD REG-FINES.
       01 FINES-TRANSACCION.
           05 FINES-SOCIO-ID         PIC 9(6).
           05 FINES-LIBRO-ID         PIC 9(6).
           05 FINES-FECHA            PIC 9(8).
           05 FINES-TIPO             PIC X(01).
               88 FINES-ASIGNADA     VALUE "A".
           05 FINES-MONTO            PIC 9(6)V99.
           05 FINES-DIAS-ATRASO      PIC 9(3).
           05 FINES-FECHA-PRESTAMO   PIC 9(8).
           05 FINES-MOTIVO           PIC X(10).
           05 FINES-AUTORIZANTE      PIC X(11).
           05 FINES-RECIBO           PIC 9(6).
           05 FINES-SUCURSAL         PIC X(03).

       FD AVISOS-RETIRO.
       01 LINEA-AVISO-RETIRO          PIC X(80).

           05 EXI-CANTIDAD                PIC 9(3).
           05 EXI-DISPONIBLES             PIC 9(3).

       FD TRANSFERENCIAS.
       01 DATOS-TRANSFERENCIA.
           05 TRANSF-NUMERO               PIC 9(6).
           05 TRANSF-LIBRO-ID             PIC 9(6).
           05 TRANSF-ORIGEN               PIC X(3).
           05 TRANSF-DESTINO              PIC X(3).
           05 TRANSF-FECHA-ENVIO          PIC 9(8).
           05 TRANSF-FECHA-RECEPCION      PIC 9(8).
           05 TRANSF-ESTADO               PIC X(1).
               88 TRANSF-EN-TRANSITO      VALUE "T".
           05 TRANSF-SENTIDO              PIC X(1).
               88 TRANSF-PARA-RESERVA     VALUE "R".

       FD TRANSF-NUMERADOR.
       01 LINEA-NUMERADOR-TRA             PIC 9(6).

       FD JORNAL-DIARIO.
       01 LINEA-JORNAL.
           05 JRN-FECHA               PIC 9(8).
           88 FIN-CALENDARIO       VALUE "10".
           88 F-NOEXISTE-CAL       VALUE "35".

       77 FS-TARIFAS-AUSENCIA      PIC XX.
           88 FIN-TARIFAS-AUSENCIA VALUE "10".
           88 F-NOEXISTE-TAU       VALUE "35".

       77 FS-AUSENCIAS             PIC XX.
           88 FIN-AUSENCIAS        VALUE "10".
           88 F-NOEXISTE-AUS       VALUE "05" "35".

       77 FS-REG-FINES             PIC XX.
           88 F-NOEXISTE-FINES     VALUE "05" "35".

       77 FS-AVISOS-RETIRO         PIC XX.
           88 F-NOEXISTE-AVISO     VALUE "05" "35".

       77 FS-EXISTENCIAS           PIC XX.
           88 F-NOEXISTE-EXI       VALUE "35".
       77 SUCURSAL-SEDE            PIC X(3) VALUE "SED".
      *SUCURSAL DONDE ESTA EL EJEMPLAR DE LA RETENCION VENCIDA.
       77 WS-SUCURSAL-EJEMPLAR     PIC X(3) VALUE SPACES.
       77 AUX-EXI-DELTA-DISP       PIC S9(3) VALUE ZEROS.
       77 AUX-EXI-NUEVO-DISP       PIC S9(4) VALUE ZEROS.

       77 FS-TRANSFERENCIAS        PIC XX.
           88 F-NOEXISTE-TRA       VALUE "35".
       77 FS-NUMERADOR-TRA         PIC XX.
           88 F-NOEXISTE-NTRA      VALUE "35".
       77 WS-NUMERO-TRANSF         PIC 9(6) VALUE ZEROS.

       77 FS-JORNAL                PIC XX.
           88 F-NOEXISTE-JRN       VALUE "05" "35".
       77 WS-JRN-OPERACION         PIC X VALUE SPACES.
       77 WS-CANT-LIBERADAS        PIC 9(3) VALUE ZEROS.

      *DIAS ABIERTOS DE VENTANA DE RETIRO: MISMO VALOR QUE
      *DIAS-RETIRO-RESERVA EN REGISTROLIBROS.CBL (AMBOS LEEN EL
      *PARAMETRO RES-DIAS-RETIRO).
       77 DIAS-RETIRO-RESERVA      PIC 9(2) VALUE 3.

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *MEMBRETE DE LA ESQUELA (PARAMETROS DEL SISTEMA): SOLO SE
      *IMPRIMEN LOS CARGADOS.
       77 NOMBRE-BIBLIOTECA        PIC X(30) VALUE SPACES.
       77 DOMICILIO-BIBLIOTECA     PIC X(40) VALUE SPACES.
       77 TELEFONO-BIBLIOTECA      PIC X(20) VALUE SPACES.

      *REGLA DE AUSENCIAS EN USO: LOS VALORES FIJOS RIGEN SI NO HAY
      *UNA VIGENTE EN TARIFA-AUSENCIAS.DAT.
       77 WS-UMBRAL-AUSENCIAS      PIC 9(2) VALUE 3.
       77 WS-VENTANA-AUSENCIAS     PIC 9(3) VALUE 180.
       77 WS-DIAS-BLOQUEO          PIC 9(3) VALUE 30.
       77 WS-CARGO-AUSENCIA        PIC 9(4)V99 VALUE ZEROS.
       77 WS-VENTANA-DESDE         PIC 9(8) VALUE ZEROS.
       77 WS-BLOQUEO-HASTA         PIC 9(8) VALUE ZEROS.
       77 WS-CANT-AUSENCIAS        PIC 9(3) VALUE ZEROS.
       77 WS-CANT-BLOQUEADOS       PIC 9(3) VALUE ZEROS.
       77 WS-CARGO-EDIT            PIC 9(4).99 VALUE ZEROS.
       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

       77 WS-PROXIMA-HALLADA       PIC X VALUE "N".
           88 PROXIMA-HALLADA      VALUE "S".
       77 WS-LIBRO-TRATADO         PIC 9(6) VALUE ZEROS.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "===== CICLO NOCTURNO DE RESERVAS " WS-FECHA-HOY
                   " =====".
               DISPLAY "NO HAY RETENCIONES VENCIDAS."
               GO TO 010-SALIDA
           END-IF.
           PERFORM 025-CARGAR-REGLA-AUSENCIAS
                   THRU 025-CARGAR-REGLA-AUSENCIAS-EXIT.
           PERFORM 030-PROCESAR-VENCIDAS
                   THRU 030-PROCESAR-VENCIDAS-EXIT.
           DISPLAY "RETENCIONES VENCIDAS: " WS-CANT-VENCIDAS
                   " PASADAS AL SIGUIENTE: " WS-CANT-PASADAS
                   " LIBERADAS: " WS-CANT-LIBERADAS
                   " SIN RESERVAR: " WS-CANT-BLOQUEADOS.
           IF WS-VEN-DESBORDADAS NOT = ZEROS
               DISPLAY "AVISO: " WS-VEN-DESBORDADAS " RETENCIONES NO"
                       " ENTRARON EN LA TABLA DE " MAX-VENCIDAS
       020-JUNTAR-VENCIDAS-EXIT.
           EXIT.

      *REGLA DE AUSENCIAS VIGENTE HOY (LA DE VIGENCIA MAS RECIENTE
      *NO POSTERIOR A HOY, MISMA BUSQUEDA QUE LA TARIFA DE DANIOS EN
      *REGISTROLIBROS) Y PRIMER DIA DE LA VENTANA MOVIL.
       025-CARGAR-REGLA-AUSENCIAS.
           OPEN INPUT TARIFAS-AUSENCIA.
           IF F-NOEXISTE-TAU
               CLOSE TARIFAS-AUSENCIA
           ELSE
               MOVE ZEROS TO TAU-FECHA-VIGENCIA
               START TARIFAS-AUSENCIA
                       KEY IS NOT LESS THAN TAU-FECHA-VIGENCIA
                   INVALID KEY SET FIN-TARIFAS-AUSENCIA TO TRUE
               END-START
               IF NOT FIN-TARIFAS-AUSENCIA
                   READ TARIFAS-AUSENCIA NEXT RECORD AT END
                       SET FIN-TARIFAS-AUSENCIA TO TRUE END-READ
               END-IF
               PERFORM UNTIL FIN-TARIFAS-AUSENCIA
                   IF TAU-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                       MOVE TAU-UMBRAL       TO WS-UMBRAL-AUSENCIAS
                       MOVE TAU-VENTANA-DIAS TO WS-VENTANA-AUSENCIAS
                       MOVE TAU-DIAS-BLOQUEO TO WS-DIAS-BLOQUEO
                       MOVE TAU-CARGO        TO WS-CARGO-AUSENCIA
                       READ TARIFAS-AUSENCIA NEXT RECORD AT END
                           SET FIN-TARIFAS-AUSENCIA TO TRUE END-READ
                   ELSE
                       SET FIN-TARIFAS-AUSENCIA TO TRUE
                   END-IF
               END-PERFORM
               CLOSE TARIFAS-AUSENCIA
           END-IF.
           MOVE ZEROS TO WS-VENTANA-DESDE.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-HOY TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO NOT = "OK"
               OR FSR-SERIAL NOT > WS-VENTANA-AUSENCIAS
               GO TO 025-CARGAR-REGLA-AUSENCIAS-EXIT
           END-IF.
           SUBTRACT WS-VENTANA-AUSENCIAS FROM FSR-SERIAL.
           MOVE "F" TO FSR-ACCION.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           MOVE FSR-FECHA TO WS-VENTANA-DESDE.
       025-CARGAR-REGLA-AUSENCIAS-EXIT.
           EXIT.

      *SEGUNDA PASADA: CADA RETENCION JUNTADA SE MARCA VENCIDA Y EL
      *EJEMPLAR PASA AL SIGUIENTE DE LA COLA O VUELVE AL ESTANTE.
       030-PROCESAR-VENCIDAS.
           IF NOT RESERVA-RETENIDA
               GO TO 040-VENCER-UNA-EXIT
           END-IF.
           MOVE RESERVA-SUCURSAL-RETIRO TO WS-SUCURSAL-EJEMPLAR.
           IF WS-SUCURSAL-EJEMPLAR = SPACES
               MOVE SUCURSAL-SEDE TO WS-SUCURSAL-EJEMPLAR
           END-IF.
           SET RESERVA-VENCIDA TO TRUE.
           REWRITE DATOS-RESERVA END-REWRITE.
           MOVE "R" TO WS-JRN-OPERACION.
                   " NO RETIRO: RETENCION VENCIDA" DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM 045-ANOTAR-AUSENCIA THRU 045-ANOTAR-AUSENCIA-EXIT.
           MOVE RESERVA-LIBRO-ID TO WS-LIBRO-TRATADO.
           PERFORM 050-PASAR-AL-SIGUIENTE
                   THRU 050-PASAR-AL-SIGUIENTE-EXIT.
       040-VENCER-UNA-EXIT.
           EXIT.

      *ANOTA LA AUSENCIA DE LA RETENCION RECIEN VENCIDA: CUENTA LAS
      *AUSENCIAS PREVIAS DEL SOCIO DENTRO DE LA VENTANA Y, SI CON
      *ESTA LLEGA AL UMBRAL, FIJA EL BLOQUEO DE RESERVAS Y ASIENTA
      *EL CARGO SI LA REGLA LO TRAE.
       045-ANOTAR-AUSENCIA.
           MOVE 1 TO WS-CANT-AUSENCIAS.
           OPEN INPUT AUSENCIAS.
           IF NOT F-NOEXISTE-AUS
               READ AUSENCIAS AT END SET FIN-AUSENCIAS TO TRUE
               END-READ
               PERFORM UNTIL FIN-AUSENCIAS
                   IF AUR-SOCIO-ID = RESERVA-SOCIO-ID
                       AND AUR-FECHA >= WS-VENTANA-DESDE
                       AND WS-CANT-AUSENCIAS < 999
                       ADD 1 TO WS-CANT-AUSENCIAS
                   END-IF
                   READ AUSENCIAS AT END SET FIN-AUSENCIAS TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AUSENCIAS.
           MOVE ZEROS TO WS-BLOQUEO-HASTA.
           IF WS-CANT-AUSENCIAS >= WS-UMBRAL-AUSENCIAS
               AND WS-DIAS-BLOQUEO NOT = ZEROS
               MOVE "S" TO FSR-ACCION
               MOVE WS-FECHA-HOY TO FSR-FECHA
               CALL "FECHA-SERIAL" USING FSR-PARAMETROS
               IF FSR-RESULTADO = "OK"
                   ADD WS-DIAS-BLOQUEO TO FSR-SERIAL
                   MOVE "F" TO FSR-ACCION
                   CALL "FECHA-SERIAL" USING FSR-PARAMETROS
                   MOVE FSR-FECHA TO WS-BLOQUEO-HASTA
                   ADD 1 TO WS-CANT-BLOQUEADOS
               END-IF
           END-IF.
           OPEN EXTEND AUSENCIAS.
           IF F-NOEXISTE-AUS
               CLOSE AUSENCIAS
               OPEN OUTPUT AUSENCIAS
           END-IF.
           MOVE RESERVA-SOCIO-ID  TO AUR-SOCIO-ID.
           MOVE RESERVA-LIBRO-ID  TO AUR-LIBRO-ID.
           MOVE WS-FECHA-HOY      TO AUR-FECHA.
           MOVE WS-CANT-AUSENCIAS TO AUR-CANT-VENTANA.
           MOVE WS-BLOQUEO-HASTA  TO AUR-BLOQUEO-HASTA.
           MOVE ZEROS             TO AUR-CARGO.
           IF WS-CANT-AUSENCIAS >= WS-UMBRAL-AUSENCIAS
               MOVE WS-CARGO-AUSENCIA TO AUR-CARGO
           END-IF.
           WRITE LINEA-AUSENCIA.
           CLOSE AUSENCIAS.
           IF WS-BLOQUEO-HASTA NOT = ZEROS
               MOVE SPACES TO LINEA-REPORTE
               STRING "  SOCIO "            DELIMITED BY SIZE
                       RESERVA-SOCIO-ID     DELIMITED BY SIZE
                       " CON "              DELIMITED BY SIZE
                       WS-CANT-AUSENCIAS    DELIMITED BY SIZE
                       " AUSENCIAS: NO RESERVA HASTA EL "
                                            DELIMITED BY SIZE
                       WS-BLOQUEO-HASTA     DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           IF AUR-CARGO = ZEROS
               GO TO 045-ANOTAR-AUSENCIA-EXIT
           END-IF.
           OPEN EXTEND REG-FINES.
           IF F-NOEXISTE-FINES
               CLOSE REG-FINES
               OPEN OUTPUT REG-FINES
           END-IF.
           MOVE RESERVA-SOCIO-ID  TO FINES-SOCIO-ID.
           MOVE RESERVA-LIBRO-ID  TO FINES-LIBRO-ID.
           MOVE WS-FECHA-HOY      TO FINES-FECHA.
           SET FINES-ASIGNADA     TO TRUE.
           MOVE AUR-CARGO         TO FINES-MONTO.
           MOVE ZEROS             TO FINES-DIAS-ATRASO.
           MOVE RESERVA-FECHA     TO FINES-FECHA-PRESTAMO.
           MOVE "AUSENCIA"        TO FINES-MOTIVO.
           MOVE "NOCTURNO"        TO FINES-AUTORIZANTE.
           MOVE ZEROS             TO FINES-RECIBO.
           MOVE SUCURSAL-SEDE     TO FINES-SUCURSAL.
           WRITE FINES-TRANSACCION.
           CLOSE REG-FINES.
           MOVE AUR-CARGO TO WS-CARGO-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  SOCIO "            DELIMITED BY SIZE
                   RESERVA-SOCIO-ID     DELIMITED BY SIZE
                   " CARGO POR AUSENCIA $" DELIMITED BY SIZE
                   WS-CARGO-EDIT        DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       045-ANOTAR-AUSENCIA-EXIT.
           EXIT.

      *BUSCA LA RESERVA ACTIVA MAS ANTIGUA DE LA COLA DEL LIBRO
      *TRATADO Y LA PASA AL ESTANTE DE RETIROS CON SU ESQUELA, O
      *LA DEJA EN TRANSITO SI EL SOCIO RETIRA EN OTRA SUCURSAL.
       050-PASAR-AL-SIGUIENTE.
           MOVE "N" TO WS-PROXIMA-HALLADA.
           MOVE WS-LIBRO-TRATADO TO RESERVA-LIBRO-ID.
                   OR NOT RESERVA-ACTIVA
               GO TO 050-PASAR-AL-SIGUIENTE-EXIT
           END-IF.
           MOVE "S" TO WS-PROXIMA-HALLADA.
           IF RESERVA-SUCURSAL-RETIRO NOT = SPACES
               AND RESERVA-SUCURSAL-RETIRO NOT = WS-SUCURSAL-EJEMPLAR
               PERFORM 055-ENVIAR-A-RETIRO
               GO TO 050-PASAR-AL-SIGUIENTE-EXIT
           END-IF.
           SET RESERVA-RETENIDA TO TRUE.
           MOVE WS-FECHA-HOY TO AUX-FECHA-CALC.
           PERFORM CONTAR-UN-DIA-ABIERTO DIAS-RETIRO-RESERVA TIMES.
           REWRITE DATOS-RESERVA END-REWRITE.
           MOVE "R" TO WS-JRN-OPERACION.
           PERFORM JORNAL-RESERVA.
           PERFORM 060-IMPRIMIR-AVISO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIBRO "               DELIMITED BY SIZE
       050-PASAR-AL-SIGUIENTE-EXIT.
           EXIT.

      *LA RESERVA SIGUIENTE SE RETIRA EN OTRA SUCURSAL: QUEDA EN
      *TRANSITO ("T", SIN FECHA LIMITE) Y SE GRABA LA TRANSFERENCIA
      *DESDE DONDE ESTA EL EJEMPLAR, CON EL NUMERADOR Y EL ARMADO DE
      *070-GRABAR-TRANSFERENCIA EN TRANSFIERE-LIBROS.
       055-ENVIAR-A-RETIRO.
           SET RESERVA-EN-TRANSITO TO TRUE.
           MOVE ZEROS TO RESERVA-FECHA-LIMITE.
           REWRITE DATOS-RESERVA END-REWRITE.
           MOVE "R" TO WS-JRN-OPERACION.
           PERFORM JORNAL-RESERVA.
           MOVE ZEROS TO WS-NUMERO-TRANSF.
           OPEN INPUT TRANSF-NUMERADOR.
           IF NOT F-NOEXISTE-NTRA
               READ TRANSF-NUMERADOR INTO WS-NUMERO-TRANSF
                   AT END MOVE ZEROS TO WS-NUMERO-TRANSF
               END-READ
           END-IF.
           CLOSE TRANSF-NUMERADOR.
           ADD 1 TO WS-NUMERO-TRANSF.
           OPEN OUTPUT TRANSF-NUMERADOR.
           MOVE WS-NUMERO-TRANSF TO LINEA-NUMERADOR-TRA.
           WRITE LINEA-NUMERADOR-TRA.
           CLOSE TRANSF-NUMERADOR.
           OPEN I-O TRANSFERENCIAS.
           IF F-NOEXISTE-TRA
               CLOSE TRANSFERENCIAS
               OPEN OUTPUT TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               OPEN I-O TRANSFERENCIAS
           END-IF.
           MOVE WS-NUMERO-TRANSF        TO TRANSF-NUMERO.
           MOVE RESERVA-LIBRO-ID        TO TRANSF-LIBRO-ID.
           MOVE WS-SUCURSAL-EJEMPLAR    TO TRANSF-ORIGEN.
           MOVE RESERVA-SUCURSAL-RETIRO TO TRANSF-DESTINO.
           MOVE WS-FECHA-HOY            TO TRANSF-FECHA-ENVIO.
           MOVE ZEROS                   TO TRANSF-FECHA-RECEPCION.
           SET TRANSF-EN-TRANSITO       TO TRUE.
           SET TRANSF-PARA-RESERVA      TO TRUE.
           WRITE DATOS-TRANSFERENCIA
               INVALID KEY CONTINUE
           END-WRITE.
           CLOSE TRANSFERENCIAS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIBRO "               DELIMITED BY SIZE
                   RESERVA-LIBRO-ID      DELIMITED BY SIZE
                   " PASA AL SOCIO "     DELIMITED BY SIZE
                   RESERVA-SOCIO-ID      DELIMITED BY SIZE
                   " EN TRANSITO A "     DELIMITED BY SIZE
                   RESERVA-SUCURSAL-RETIRO DELIMITED BY SIZE
                   " TRANSF. "           DELIMITED BY SIZE
                   WS-NUMERO-TRANSF      DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *ESQUELA DE AVISO DE RETIRO, MISMO FORMATO QUE LA QUE IMPRIME
      *EL MOSTRADOR EN REGISTROLIBROS.CBL.
       060-IMPRIMIR-AVISO.
           END-IF.
           MOVE ALL "=" TO LINEA-AVISO-RETIRO.
           WRITE LINEA-AVISO-RETIRO.
           IF NOMBRE-BIBLIOTECA NOT = SPACES
               MOVE NOMBRE-BIBLIOTECA TO LINEA-AVISO-RETIRO
               WRITE LINEA-AVISO-RETIRO
           END-IF.
           IF DOMICILIO-BIBLIOTECA NOT = SPACES
               MOVE DOMICILIO-BIBLIOTECA TO LINEA-AVISO-RETIRO
               WRITE LINEA-AVISO-RETIRO
           END-IF.
           IF TELEFONO-BIBLIOTECA NOT = SPACES
               MOVE SPACES TO LINEA-AVISO-RETIRO
               STRING "TEL. "             DELIMITED BY SIZE
                       TELEFONO-BIBLIOTECA DELIMITED BY SIZE
                       INTO LINEA-AVISO-RETIRO
               WRITE LINEA-AVISO-RETIRO
           END-IF.
           MOVE SPACES TO LINEA-AVISO-RETIRO.
           STRING "AVISO DE RETIRO - SOCIO " DELIMITED BY SIZE
                   RESERVA-SOCIO-ID          DELIMITED BY SIZE
               REWRITE DATOS-LIBRO-STATUS END-REWRITE
               MOVE "R" TO WS-JRN-OPERACION
               PERFORM JORNAL-LIBRO
      *LA SUCURSAL DEL EJEMPLAR RECUPERA EL DISPONIBLE QUE LA
      *DEVOLUCION APARTADA NO HABIA SUMADO.
               MOVE 1 TO AUX-EXI-DELTA-DISP
               PERFORM 075-AJUSTAR-EXISTENCIA
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIBRO "               DELIMITED BY SIZE
       070-LIBERAR-SALIDA.
           EXIT.

      *APLICA AUX-EXI-DELTA-DISP AL DISPONIBLE DE LA SUCURSAL DEL
      *EJEMPLAR PARA EL LIBRO TRATADO, MISMO ARMADO QUE
      *100-AJUSTAR-EXISTENCIA-SEDE EN PREST-INTERBIB (CREA EL
      *REGISTRO SI NO EXISTE Y NUNCA BAJA DE CERO).
       075-AJUSTAR-EXISTENCIA.
           OPEN I-O EXISTENCIAS-SUC.
           IF F-NOEXISTE-EXI
               CLOSE EXISTENCIAS-SUC
               CLOSE EXISTENCIAS-SUC
               OPEN I-O EXISTENCIAS-SUC
           END-IF.
           MOVE WS-LIBRO-TRATADO     TO EXI-LIBRO-ID.
           MOVE WS-SUCURSAL-EJEMPLAR TO EXI-SUCURSAL.
           READ EXISTENCIAS-SUC
               INVALID KEY
               MOVE WS-LIBRO-TRATADO     TO EXI-LIBRO-ID
               MOVE WS-SUCURSAL-EJEMPLAR TO EXI-SUCURSAL
               MOVE ZEROS TO EXI-CANTIDAD
               MOVE ZEROS TO EXI-DISPONIBLES
               WRITE DATOS-EXISTENCIA END-WRITE
       JORNAL-RESERVA.
           MOVE "REG-RESERVAS.DAT" TO JRN-ARCHIVO.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-RESERVA TO JRN-REGISTRO (1:32).
           PERFORM GRABAR-LINEA-JORNAL.

       JORNAL-LIBRO.
           MOVE DATOS-LIBRO-STATUS TO JRN-REGISTRO (1:168).
           PERFORM GRABAR-LINEA-JORNAL.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "RES-DIAS-RETIRO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO DIAS-RETIRO-RESERVA
           END-IF.
           MOVE "NOMBRE-BIBLIO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO NOMBRE-BIBLIOTECA
           END-IF.
           MOVE "DOMICILIO-BIBL" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO DOMICILIO-BIBLIOTECA
           END-IF.
           MOVE "TELEFONO-BIBL" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO TELEFONO-BIBLIOTECA
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
