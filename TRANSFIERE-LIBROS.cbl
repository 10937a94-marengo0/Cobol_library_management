      *  LA RECEPCION SUMA A LA SUCURSAL QUE CORRESPONDE, ASI EL
      *  CATALOGO POR FIN DICE DONDE VIVE CADA EJEMPLAR. "SED" ES
      *  LA SEDE CENTRAL, MISMO CODIGO QUE USA REGISTROLIBROS.
      *15/10/2026 - TRANSFERENCIAS DE SENTIDO "R": EJEMPLAR APARTADO
      *  PARA UNA RESERVA QUE SE RETIRA EN OTRA SUCURSAL (LAS GRABAN
      *  SOLAS REGISTROLIBROS AL DEVOLVER Y RESERVAS-NOCHE). NO TOCAN
      *  EL CATALOGO NI LAS EXISTENCIAS; AL RECIBIRLA LA RESERVA "T"
      *  DEL LIBRO EN ESA SUCURSAL PASA A RETENIDA "R", LA VENTANA DE
      *  RETIRO EMPIEZA A CONTAR DESDE HOY EN DIAS ABIERTOS Y SALE LA
      *  ESQUELA EN AVISOS-RETIRO.LST. SI YA NO HAY RESERVA QUE LO
      *  ESPERE EL EJEMPLAR QUEDA DISPONIBLE EN LA SUCURSAL DESTINO.
      *15/10/2026 - EL EJEMPLAR QUE ENTRA A LA SEDE SUMA A LA
      *  CANTIDAD PERO NO A LOS DISPONIBLES: ENTRA A LA COLA DE
      *  PROCESO TECNICO (PROCESO-TECNICO.DAT) CON ORIGEN "T" Y
      *  QUEDA DISPONIBLE CUANDO PROCESO-TECNICO LO PONE EN ESTANTE.
      *15/10/2026 - LOS DIAS ABIERTOS DE LA VENTANA DE RETIRO SALEN
      *  DEL PARAMETRO RES-DIAS-RETIRO (MANT-PARAMETROS), EL MISMO
      *  QUE LEEN REGISTROLIBROS Y RESERVAS-NOCHE; SIN PARAMETRO
      *  SIGUEN 3. LA ESQUELA LLEVA EL MEMBRETE DE LA BIBLIOTECA
      *  (NOMBRE-BIBLIO, DOMICILIO-BIBL Y TELEFONO-BIBL) SI ESTA
      *  CARGADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

      *COLA DE RESERVAS, CALENDARIO DE DIAS CERRADOS, FICHA DE
      *ENTIDADES Y ESQUELAS DE AVISO PARA LA RECEPCION DE UN
      *EJEMPLAR APARTADO (MISMAS VISTAS QUE RESERVAS-NOCHE).
           SELECT REG-RESERVAS ASSIGN TO "REG-RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RESERVA-CLAVE
               ALTERNATE RECORD KEY IS RESERVA-LIBRO-ID
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-RESERVAS.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

           SELECT CALENDARIO-CIERRE
               ASSIGN TO "CALENDARIO-CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

           SELECT AVISOS-RETIRO ASSIGN TO "AVISOS-RETIRO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISOS-RETIRO.

      *EXISTENCIAS POR SUCURSAL, COMPARTIDAS CON REGISTROLIBROS.
           SELECT EXISTENCIAS-SUC ASSIGN TO "EXISTENCIAS-SUC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-EXISTENCIAS.

      *COLA DE PROCESO TECNICO Y SU NUMERADOR, COMPARTIDOS CON
      *PROCESO-TECNICO Y REGISTROLIBROS.
           SELECT PROCESO-TECNICO ASSIGN TO "PROCESO-TECNICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-NUMERO
               FILE STATUS IS FS-PROCESO.

           SELECT PT-NUMERADOR ASSIGN TO "PROCESO-TECNICO.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PT-NUMERADOR.

           SELECT REPORTE-TRANSF ASSIGN TO "TRANSFERENCIAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
               88 TRANSF-RECIBIDA     VALUE "R".
      *SENTIDO DEL MOVIMIENTO RESPECTO DE ESTE EDIFICIO: "S" SALE DE
      *ACA (EL DESPACHO YA DESCONTO EL CATALOGO), "E" ENTRA HACIA
      *ACA (LA RECEPCION SUMA AL CATALOGO), "R" EJEMPLAR APARTADO
      *QUE VIAJA A LA SUCURSAL DE RETIRO DE UNA RESERVA.
           05 TRANSF-SENTIDO          PIC X(1).
               88 TRANSF-SALE         VALUE "S".
               88 TRANSF-ENTRA        VALUE "E".
               88 TRANSF-PARA-RESERVA VALUE "R".

       FD TRANSF-NUMERADOR.
       01 LINEA-NUMERADOR             PIC 9(6).
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
               88 RESERVA-CUMPLIDA        VALUE "C".
               88 RESERVA-RETENIDA        VALUE "R".
               88 RESERVA-VENCIDA         VALUE "V".
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
           05 FILLER                  PIC X(1).
           05 FILLER                  PIC X(334).

       FD CALENDARIO-CIERRE.
       01 LINEA-CALENDARIO.
           05 CAL-TIPO                PIC X(1).
               88 CAL-ES-SEMANAL      VALUE "S".
               88 CAL-ES-FERIADO      VALUE "F".
           05 CAL-DIA                 PIC 9(1).
           05 CAL-FECHA               PIC 9(8).

       FD AVISOS-RETIRO.
       01 LINEA-AVISO-RETIRO          PIC X(80).

       FD EXISTENCIAS-SUC.
       01 DATOS-EXISTENCIA.
           05 EXI-CLAVE.
           05 EXI-CANTIDAD                PIC 9(3).
           05 EXI-DISPONIBLES             PIC 9(3).

       FD PROCESO-TECNICO.
       01 DATOS-PROCESO-TECNICO.
           05 PT-NUMERO               PIC 9(6).
           05 PT-LIBRO-ID             PIC 9(6).
           05 PT-CANTIDAD             PIC 9(3).
           05 PT-ORIGEN               PIC X(1).
           05 PT-SUCURSAL             PIC X(3).
           05 PT-ETAPA                PIC 9(1).
           05 PT-HISTORIA OCCURS 5 TIMES.
               10 PT-FECHA-ETAPA      PIC 9(8).
               10 PT-OPERADOR-ETAPA   PIC X(10).

       FD PT-NUMERADOR.
       01 LINEA-NUMERADOR-PT          PIC 9(6).

       FD REPORTE-TRANSF.
       01 LINEA-REPORTE               PIC X(80).

           88 ESTA-REG-EXI         VALUE "00" "02".
           88 F-NOEXISTE-EXI       VALUE "35".

       77 FS-REG-RESERVAS          PIC XX.
           88 FIN-REG-RES          VALUE "10".
           88 N-ESTA-REG-RES       VALUE "23".
           88 F-NOEXISTE-RES       VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-CALENDARIO            PIC XX.
           88 FIN-CALENDARIO       VALUE "10".
           88 F-NOEXISTE-CAL       VALUE "35".

       77 FS-AVISOS-RETIRO         PIC XX.
           88 F-NOEXISTE-AVISO     VALUE "05" "35".

       77 FS-REPORTE               PIC XX.
           88 ESTA-REPORTE         VALUE "00" "02".

       77 FS-PROCESO               PIC XX.
           88 F-NOEXISTE-PRO       VALUE "35".

       77 FS-PT-NUMERADOR          PIC XX.
           88 F-NOEXISTE-PTNUM     VALUE "35".
       77 WS-NUMERO-PROCESO        PIC 9(6) VALUE ZEROS.

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

       77 AUX-EXI-NUEVO-CANT       PIC S9(4) VALUE ZEROS.
       77 AUX-EXI-NUEVO-DISP       PIC S9(4) VALUE ZEROS.

      *RECEPCION DE UN EJEMPLAR APARTADO: SUCURSAL DE RETIRO Y
      *RESULTADO DE LA BUSQUEDA DE LA RESERVA QUE LO ESPERA.
       77 WS-SUC-RETIRO            PIC X(3) VALUE SPACES.
       77 WS-RESERVA-HALLADA       PIC X VALUE "N".
           88 RESERVA-HALLADA      VALUE "S".
       77 WS-TITULO                PIC X(60) VALUE SPACES.

      *DIAS ABIERTOS DE VENTANA DE RETIRO: MISMO VALOR QUE
      *DIAS-RETIRO-RESERVA EN REGISTROLIBROS.CBL.
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

      *CALENDARIO DE DIAS CERRADOS Y CALCULO DE FECHAS: MISMAS
      *RUTINAS QUE REGISTROLIBROS.CBL (SUMAR-UN-DIA, ZELLER Y
      *CORRIMIENTO A DIA ABIERTO).
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

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== TRANSFERENCIAS ENTRE SUCURSALES ====="
           MOVE WS-FECHA-HOY TO TRANSF-FECHA-RECEPCION.
           SET TRANSF-RECIBIDA TO TRUE.
           REWRITE DATOS-TRANSFERENCIA END-REWRITE.
           IF TRANSF-PARA-RESERVA
               MOVE TRANSF-LIBRO-ID TO WS-LIBRO-ID
               MOVE TRANSF-DESTINO  TO WS-SUC-RETIRO
               CLOSE TRANSFERENCIAS
               PERFORM 045-ACTIVAR-RESERVA
                       THRU 045-ACTIVAR-RESERVA-EXIT
               GO TO 040-RECIBIR-EXIT
           END-IF.
           IF TRANSF-ENTRA
               MOVE TRANSF-LIBRO-ID TO WS-LIBRO-ID
      *EL EJEMPLAR LLEGO A LA SEDE: SUMA ACA Y DEJA DE VIVIR EN LA
      *SUCURSAL DE ORIGEN. A LOS DISPONIBLES DE LA SEDE RECIEN LO
      *SUMA PROCESO-TECNICO CUANDO LLEGA AL ESTANTE.
               MOVE TRANSF-LIBRO-ID TO AUX-EXI-LIBRO
               MOVE TRANSF-ORIGEN   TO AUX-EXI-SUCURSAL
               MOVE -1              TO AUX-EXI-DELTA-CANT
               PERFORM 090-AJUSTAR-EXISTENCIA
               MOVE SUCURSAL-SEDE   TO AUX-EXI-SUCURSAL
               MOVE 1               TO AUX-EXI-DELTA-CANT
               MOVE 0               TO AUX-EXI-DELTA-DISP
               PERFORM 090-AJUSTAR-EXISTENCIA
               CLOSE TRANSFERENCIAS
               PERFORM 080-SUMAR-AL-CATALOGO
       040-RECIBIR-EXIT.
           EXIT.

      *LLEGO A LA SUCURSAL DE RETIRO UN EJEMPLAR APARTADO: LA
      *RESERVA EN TRANSITO MAS ANTIGUA DEL LIBRO PARA ESA SUCURSAL
      *PASA AL ESTANTE DE RETIROS CON FECHA LIMITE DESDE HOY Y SU
      *ESQUELA. SI NO QUEDA NINGUNA (SE CANCELO EN EL CAMINO) EL
      *EJEMPLAR QUEDA DISPONIBLE ALLA.
       045-ACTIVAR-RESERVA.
           MOVE "N" TO WS-RESERVA-HALLADA.
           OPEN I-O REG-RESERVAS.
           IF F-NOEXISTE-RES
               CLOSE REG-RESERVAS
               GO TO 045-LIBERAR-EN-DESTINO
           END-IF.
           MOVE WS-LIBRO-ID TO RESERVA-LIBRO-ID.
           START REG-RESERVAS KEY IS >= RESERVA-LIBRO-ID
               INVALID KEY SET N-ESTA-REG-RES TO TRUE
           END-START.
           IF NOT N-ESTA-REG-RES
               READ REG-RESERVAS NEXT RECORD AT END
                   SET FIN-REG-RES TO TRUE END-READ
               PERFORM UNTIL FIN-REG-RES
                       OR RESERVA-LIBRO-ID NOT = WS-LIBRO-ID
                       OR (RESERVA-EN-TRANSITO
                       AND RESERVA-SUCURSAL-RETIRO = WS-SUC-RETIRO)
                   READ REG-RESERVAS NEXT RECORD AT END
                       SET FIN-REG-RES TO TRUE END-READ
               END-PERFORM
               IF NOT FIN-REG-RES AND RESERVA-LIBRO-ID = WS-LIBRO-ID
                   MOVE "S" TO WS-RESERVA-HALLADA
               END-IF
           END-IF.
           IF NOT RESERVA-HALLADA
               CLOSE REG-RESERVAS
               GO TO 045-LIBERAR-EN-DESTINO
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           SET RESERVA-RETENIDA TO TRUE.
           MOVE WS-FECHA-HOY TO AUX-FECHA-CALC.
           PERFORM CONTAR-UN-DIA-ABIERTO DIAS-RETIRO-RESERVA TIMES.
           MOVE AUX-FECHA-CALC TO RESERVA-FECHA-LIMITE.
           REWRITE DATOS-RESERVA END-REWRITE.
           MOVE "R" TO WS-JRN-OPERACION.
           PERFORM JORNAL-RESERVA.
           CLOSE REG-RESERVAS.
           PERFORM 048-IMPRIMIR-AVISO.
           DISPLAY "EJEMPLAR APARTADO PARA EL SOCIO " RESERVA-SOCIO-ID
                   " HASTA EL " RESERVA-FECHA-LIMITE
                   ", ESQUELA EN AVISOS-RETIRO.LST.".
           GO TO 045-ACTIVAR-RESERVA-EXIT.
       045-LIBERAR-EN-DESTINO.
           MOVE WS-LIBRO-ID   TO AUX-EXI-LIBRO.
           MOVE WS-SUC-RETIRO TO AUX-EXI-SUCURSAL.
           MOVE ZEROS         TO AUX-EXI-DELTA-CANT.
           MOVE 1             TO AUX-EXI-DELTA-DISP.
           PERFORM 090-AJUSTAR-EXISTENCIA.
           OPEN I-O REG-LIBROS.
           IF NOT F-NOEXISTE-LIB
               MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-LIB AND EJEMPLARES-DISPONIBLES-STATUS <
                                   CANTIDAD-EJEMPLARES-STATUS
                   ADD 1 TO EJEMPLARES-DISPONIBLES-STATUS
                   REWRITE DATOS-LIBRO-STATUS END-REWRITE
                   MOVE "R" TO WS-JRN-OPERACION
                   PERFORM JORNAL-LIBRO
               END-IF
           END-IF.
           CLOSE REG-LIBROS.
           DISPLAY "NINGUNA RESERVA ESPERA EL EJEMPLAR: QUEDA "
                   "DISPONIBLE EN " WS-SUC-RETIRO ".".
       045-ACTIVAR-RESERVA-EXIT.
           EXIT.

      *ESQUELA DE AVISO DE RETIRO, MISMO FORMATO QUE 060-IMPRIMIR-
      *AVISO EN RESERVAS-NOCHE, CON LA SUCURSAL DONDE RETIRA.
       048-IMPRIMIR-AVISO.
           MOVE SPACES TO WS-TITULO.
           OPEN INPUT REG-LIBROS.
           IF NOT F-NOEXISTE-LIB
               MOVE RESERVA-LIBRO-ID TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-LIB
                   MOVE NOMBRE-STATUS TO WS-TITULO
               END-IF
           END-IF.
           CLOSE REG-LIBROS.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE RESERVA-SOCIO-ID TO SOCIO-CLAVE-STATUS.
           OPEN INPUT REG-SOCIOS.
           IF NOT F-NOEXISTE-SOC
               READ REG-SOCIOS
                   INVALID KEY
                   MOVE SPACES TO SOCIO-NOMBRE-STATUS
                   MOVE SPACES TO SOCIO-DOMICILIO-STATUS
               END-READ
           ELSE
               MOVE SPACES TO SOCIO-NOMBRE-STATUS
               MOVE SPACES TO SOCIO-DOMICILIO-STATUS
           END-IF.
           CLOSE REG-SOCIOS.
           OPEN EXTEND AVISOS-RETIRO.
           IF F-NOEXISTE-AVISO
               CLOSE AVISOS-RETIRO
               OPEN OUTPUT AVISOS-RETIRO
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
                   " - "                     DELIMITED BY SIZE
                   SOCIO-NOMBRE-STATUS       DELIMITED BY SIZE
                   INTO LINEA-AVISO-RETIRO.
           WRITE LINEA-AVISO-RETIRO.
           MOVE SPACES TO LINEA-AVISO-RETIRO.
           STRING "DOMICILIO: "              DELIMITED BY SIZE
                   SOCIO-DOMICILIO-STATUS    DELIMITED BY SIZE
                   INTO LINEA-AVISO-RETIRO.
           WRITE LINEA-AVISO-RETIRO.
           MOVE SPACES TO LINEA-AVISO-RETIRO.
           STRING "EL TITULO RESERVADO """   DELIMITED BY SIZE
                   WS-TITULO                 DELIMITED BY SIZE
                   """ LO ESPERA"            DELIMITED BY SIZE
                   INTO LINEA-AVISO-RETIRO.
           WRITE LINEA-AVISO-RETIRO.
           MOVE SPACES TO LINEA-AVISO-RETIRO.
           STRING "EN EL MOSTRADOR DE LA SUCURSAL " DELIMITED BY SIZE
                   WS-SUC-RETIRO             DELIMITED BY SIZE
                   " HASTA EL "              DELIMITED BY SIZE
                   RESERVA-FECHA-LIMITE      DELIMITED BY SIZE
                   " INCLUSIVE."             DELIMITED BY SIZE
                   INTO LINEA-AVISO-RETIRO.
           WRITE LINEA-AVISO-RETIRO.
           CLOSE AVISOS-RETIRO.

      *LISTA LAS TRANSFERENCIAS QUE SIGUEN EN TRANSITO.
       050-REPORTE-ABIERTAS.
           MOVE ZEROS TO WS-CANT-ABIERTAS.
           CLOSE TRANSF-NUMERADOR.

      *UN EJEMPLAR QUE LLEGO DESDE OTRA SUCURSAL SE SUMA AL CATALOGO
      *DE ESTE EDIFICIO Y ENTRA A LA COLA DE PROCESO TECNICO; NO
      *CUENTA COMO DISPONIBLE HASTA QUE LLEGA AL ESTANTE.
       080-SUMAR-AL-CATALOGO.
           OPEN I-O REG-LIBROS.
           IF F-NOEXISTE-LIB
           END-READ.
           IF ESTA-REG-LIB
               ADD 1 TO CANTIDAD-EJEMPLARES-STATUS
               REWRITE DATOS-LIBRO-STATUS END-REWRITE
               MOVE "R" TO WS-JRN-OPERACION
               PERFORM JORNAL-LIBRO
               PERFORM 085-ABRIR-PROCESO
           ELSE
               DISPLAY "EL LIBRO NO ESTA EN EL CATALOGO, DARLO DE "
                       "ALTA CON REGISTRAR-LIBRO."
       080-SUMAR-AL-CATALOGO-EXIT.
           EXIT.

      *LOTE DE UN EJEMPLAR EN LA ETAPA 1 (RECIBIDO) DE LA COLA DE
      *PROCESO TECNICO, CON ORIGEN "T" Y LA FECHA DE RECEPCION.
       085-ABRIR-PROCESO.
           MOVE ZEROS TO WS-NUMERO-PROCESO.
           OPEN INPUT PT-NUMERADOR.
           IF NOT F-NOEXISTE-PTNUM
               READ PT-NUMERADOR INTO WS-NUMERO-PROCESO
                   AT END MOVE ZEROS TO WS-NUMERO-PROCESO
               END-READ
               CLOSE PT-NUMERADOR
           END-IF.
           ADD 1 TO WS-NUMERO-PROCESO.
           OPEN OUTPUT PT-NUMERADOR.
           MOVE WS-NUMERO-PROCESO TO LINEA-NUMERADOR-PT.
           WRITE LINEA-NUMERADOR-PT.
           CLOSE PT-NUMERADOR.
           OPEN I-O PROCESO-TECNICO.
           IF F-NOEXISTE-PRO
               CLOSE PROCESO-TECNICO
               OPEN OUTPUT PROCESO-TECNICO
               CLOSE PROCESO-TECNICO
               OPEN I-O PROCESO-TECNICO
           END-IF.
           INITIALIZE DATOS-PROCESO-TECNICO.
           MOVE WS-NUMERO-PROCESO TO PT-NUMERO.
           MOVE WS-LIBRO-ID       TO PT-LIBRO-ID.
           MOVE 1                 TO PT-CANTIDAD.
           MOVE "T"               TO PT-ORIGEN.
           MOVE SUCURSAL-SEDE     TO PT-SUCURSAL.
           MOVE 1                 TO PT-ETAPA.
           MOVE WS-FECHA-HOY      TO PT-FECHA-ETAPA (1).
           MOVE "TRANSFIERE"      TO PT-OPERADOR-ETAPA (1).
           WRITE DATOS-PROCESO-TECNICO
               INVALID KEY
               MOVE "PROCESO-TECNICO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-PROCESO            TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           END-WRITE.
           CLOSE PROCESO-TECNICO.
           DISPLAY "EJEMPLAR A PROCESO TECNICO, LOTE "
                   WS-NUMERO-PROCESO ".".

      *APLICA UN AJUSTE A LAS EXISTENCIAS POR SUCURSAL, CREANDO EL
      *REGISTRO SI NO EXISTE; LOS CONTADORES NUNCA BAJAN DE CERO.
      *MISMO ARMADO QUE AJUSTAR-EXISTENCIA-SUC EN REGISTROLIBROS.
           WRITE LINEA-JORNAL.
           CLOSE JORNAL-DIARIO.

      *CALENDARIO Y FECHAS: MISMAS RUTINAS QUE REGISTROLIBROS.CBL.
       CONTAR-UN-DIA-ABIERTO.
           PERFORM SUMAR-UN-DIA-A-FECHA-CALC.
           PERFORM CORRER-A-DIA-ABIERTO.

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

       CORRER-A-DIA-ABIERTO.
           MOVE ZEROS TO AUX-CORRIMIENTOS.
           PERFORM VERIFICAR-DIA-CERRADO.
           PERFORM UNTIL NOT DIA-ES-CERRADO
                   OR AUX-CORRIMIENTOS > 31
               PERFORM SUMAR-UN-DIA-A-FECHA-CALC
               ADD 1 TO AUX-CORRIMIENTOS
               PERFORM VERIFICAR-DIA-CERRADO
           END-PERFORM.

       JORNAL-RESERVA.
           MOVE "REG-RESERVAS.DAT" TO JRN-ARCHIVO.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-RESERVA TO JRN-REGISTRO (1:32).
           PERFORM GRABAR-LINEA-JORNAL.

       JORNAL-LIBRO.
           MOVE "REGISTRO-LIBROS.DAT" TO JRN-ARCHIVO.
           MOVE SPACES TO JRN-REGISTRO.
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
