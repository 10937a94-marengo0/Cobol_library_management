      *  AUDITORIA (MISMO ARMADO QUE LA CONCILIACION DE INVENTARIO)
      *  Y EL CIERRE QUEDA LISTADO EN PERDIDOS-ATRASO.LST. ANTES
      *  ESOS PRESTAMOS QUEDABAN ACTIVOS PARA SIEMPRE.
      *15/10/2026 - EL SOCIO CON DIRECCION DE CORREO ELECTRONICO
      *  (ENT-EMAIL, SIN MARCA DE REBOTE) RECIBE LA CARTA COMO
      *  MENSAJE EN LA COLA CORREO-SALIDA.DAT, CON EL MISMO TEXTO,
      *  EN LUGAR DE IMPRIMIRLA; ESO VALE AUNQUE SU CORREO POSTAL
      *  ESTE DEVUELTO. EL SOCIO SIN CARTAS SIGUE SIN RECIBIR NADA.
      *15/10/2026 - LOS PRESTAMOS DE ENTREGA A DOMICILIO (SUCURSAL
      *  "DOM") NO ENTRAN EN LA ESCALERA DE AVISOS NI SE CIERRAN
      *  COMO PERDIDOS: LOS RETIRA EL VOLUNTARIO EN LA RONDA.
      *15/10/2026 - EL MEMBRETE Y LA FIRMA DE LA CARTA SALEN DE LOS
      *  PARAMETROS DEL SISTEMA (NOMBRE-BIBLIO, DOMICILIO-BIBL,
      *  TELEFONO-BIBL, FIRMA-NOMBRE Y FIRMA-CARGO, MANT-PARAMETROS).
      *  SIN PARAMETROS LA CARTA SALE IGUAL QUE ANTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEGUIMIENTO.

      *COLA DE CORREO SALIENTE QUE LEVANTA LA PASARELA DE CORREO
      *(VER CORREO-DEVUELTO.CBL) Y SU NUMERADOR DE MENSAJES: EL
      *SOCIO CON DIRECCION DE CORREO ELECTRONICO VALIDA RECIBE LA
      *CARTA POR ESA VIA EN LUGAR DE PAPEL.
           SELECT COLA-CORREO ASSIGN TO "CORREO-SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-CORREO.

           SELECT COLA-NUMERADOR ASSIGN TO "CORREO-SALIDA.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-NUMERADOR.

      *LIBRO MAYOR DE MULTAS (PROG-PAGOS-F.CBL): EL CARGO DE
      *REPOSICION DE UN PRESTAMO CERRADO COMO PERDIDO SE ASIENTA
      *COMO FILA "A" IGUAL QUE UNA MULTA.
           05 PRESTAMO-RENOVACIONES-STATUS       PIC 9(01).
      *SUCURSAL QUE HIZO EL PRESTAMO (AGREGADA AL FINAL).
           05 PRESTAMO-SUCURSAL-STATUS           PIC X(03).
      *"DOM": ENTREGA A DOMICILIO (ENTREGA-DOMICILIO.CBL), SIN
      *CARTAS DE ATRASO: EL VOLUNTARIO LO RETIRA EN LA RONDA.
               88 PRESTAMO-DOMICILIO-STATUS      VALUE "DOM".
      *ULTIMO AVISO DE ATRASO ENVIADO (AGREGADA AL FINAL).
           05 PRESTAMO-NIVEL-AVISO-STATUS        PIC 9(01).

               88 SOCIO-CORREO-DEVUELTO VALUE "S" "s".
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
               88 SOCIO-SIN-CARTAS    VALUE "S" "s".
      *DIRECCION DE CORREO ELECTRONICO Y MARCA DE REBOTE (SIENT01M /
      *CORREO-DEVUELTO.CBL).
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
               88 SOCIO-EMAIL-REBOTADO VALUE "S" "s".
           05 FILLER                  PIC X(261).

       FD CARTAS.
       01 LINEA-CARTA                 PIC X(80).
       FD SEGUIMIENTO.
       01 LINEA-SEGUIMIENTO           PIC X(80).

      *MENSAJE DE LA COLA: RENGLON 000 DE CABECERA Y LUEGO LOS
      *RENGLONES DE TEXTO, IGUALES A LOS DE LA CARTA IMPRESA.
       FD COLA-CORREO.
       01 LINEA-COLA.
           05 COLA-NUMERO             PIC 9(8).
           05 COLA-RENGLON            PIC 9(3).
           05 COLA-DATOS              PIC X(120).
           05 COLA-CABECERA REDEFINES COLA-DATOS.
               10 COLA-FECHA          PIC 9(8).
               10 COLA-ORIGEN         PIC X(10).
               10 COLA-SOCIO          PIC 9(6).
               10 COLA-EMAIL          PIC X(50).
               10 COLA-ASUNTO         PIC X(40).
               10 FILLER              PIC X(06).
           05 COLA-TEXTO REDEFINES COLA-DATOS.
               10 COLA-LINEA          PIC X(80).
               10 FILLER              PIC X(40).

       FD COLA-NUMERADOR.
       01 LINEA-COLA-NUMERADOR        PIC 9(8).

       FD REG-FINES.
       01 FINES-TRANSACCION.
           05 FINES-SOCIO-ID         PIC 9(6).
       77 FS-SEGUIMIENTO           PIC XX.
           88 F-NOEXISTE-SEG       VALUE "05" "35".
       77 WS-CANT-SALTEADAS        PIC 9(4) VALUE ZEROS.
       77 WS-CANT-CORREOS          PIC 9(4) VALUE ZEROS.

       77 FS-COLA-CORREO           PIC XX.
           88 F-NOEXISTE-COLA      VALUE "05" "35".
       77 FS-COLA-NUMERADOR        PIC XX.
           88 F-NOEXISTE-COLANUM   VALUE "35".
      *MENSAJE EN CURSO EN LA COLA DE CORREO Y CANAL DEL AVISO
      *(E=CORREO ELECTRONICO, P=PAPEL).
       77 WS-COLA-NUMERO           PIC 9(8) VALUE ZEROS.
       77 WS-COLA-RENGLON          PIC 9(3) VALUE ZEROS.
       77 WS-COLA-ASUNTO           PIC X(40) VALUE SPACES.
       77 WS-COLA-TEXTO            PIC X(80) VALUE SPACES.
       77 WS-CANAL-AVISO           PIC X VALUE "P".
           88 AVISO-POR-EMAIL      VALUE "E".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *MEMBRETE Y FIRMA DE LA CARTA. SIN PARAMETROS QUEDA COMO
      *SIEMPRE: "BIBLIOTECA" EN EL TITULO Y SIN DOMICILIO, TELEFONO
      *NI FIRMA.
       77 NOMBRE-BIBLIOTECA        PIC X(30) VALUE "BIBLIOTECA".
       77 DOMICILIO-BIBLIOTECA     PIC X(40) VALUE SPACES.
       77 TELEFONO-BIBLIOTECA      PIC X(20) VALUE SPACES.
       77 FIRMA-NOMBRE             PIC X(40) VALUE SPACES.
       77 FIRMA-CARGO              PIC X(40) VALUE SPACES.

       77 FS-REG-FINES             PIC XX.
           88 F-NOEXISTE-FINES     VALUE "05" "35".

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 020-JUNTAR-VENCIDOS THRU 020-JUNTAR-VENCIDOS-EXIT.
           IF RETURN-CODE NOT = ZERO
               IF PRESTAMO-ACTIVO-STATUS
                   AND PRESTAMO-FECHA-VENCIMIENTO-STATUS <
                                                       WS-FECHA-HOY
                   AND NOT PRESTAMO-DOMICILIO-STATUS
                   IF WS-CANT-VENCIDOS < MAX-VENCIDOS
                       ADD 1 TO WS-CANT-VENCIDOS
                       MOVE PRESTAMO-SOCIO-ID-STATUS
       030-GENERAR-CARTAS.
           MOVE ZEROS TO WS-CANT-CARTAS.
           MOVE ZEROS TO WS-CANT-SALTEADAS.
           MOVE ZEROS TO WS-CANT-CORREOS.
           OPEN OUTPUT CARTAS.
           OPEN OUTPUT SEGUIMIENTO.
           OPEN INPUT REG-LIBROS.
                   MOVE VEN-SOCIO-ID (WS-IND) TO WS-SOCIO-CARTA
                   PERFORM 040-BUSCAR-DATOS-SOCIO
                           THRU 040-BUSCAR-DATOS-SOCIO-EXIT
                   PERFORM 042-ELEGIR-CANAL
      *FICHA SIN CARTAS, O CON CORREO DEVUELTO Y SIN CORREO
      *ELECTRONICO: NO SE IMPRIME LA CARTA, VA A LA LISTA DE
      *SEGUIMIENTO (LOS PRESTAMOS QUEDAN SIN PROCESAR PARA QUE EL
      *NIVEL DE AVISO NO SUBA EN FALSO).
                   IF SOCIO-SIN-CARTAS
                       OR (SOCIO-CORREO-DEVUELTO
                           AND NOT AVISO-POR-EMAIL)
                       PERFORM 045-ANOTAR-SEGUIMIENTO
                       ADD 1 TO WS-CANT-SALTEADAS
                       PERFORM 047-MARCAR-SOCIO-VISTO
                   ELSE
                       PERFORM 050-ESCRIBIR-CARTA
                       IF AVISO-POR-EMAIL
                           ADD 1 TO WS-CANT-CORREOS
                       ELSE
                           ADD 1 TO WS-CANT-CARTAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
                       "CORREO DEVUELTO O SIN CARTAS (VER "
                       "CORREO-SEGUIMIENTO.LST)."
           END-IF.
           IF WS-CANT-CORREOS NOT = ZEROS
               DISPLAY WS-CANT-CORREOS " CARTAS ENVIADAS POR CORREO "
                       "ELECTRONICO (CORREO-SALIDA.DAT)."
           END-IF.

      *CONSULTA LA FICHA DE ENTIDADES POR EL SOCIO DE LA CARTA, MISMA
      *CLAVE DERIVADA DEL NUMERO DE SOCIO QUE USA
       040-BUSCAR-DATOS-SOCIO-EXIT.
           EXIT.

      *CANAL DE LA CARTA: CORREO ELECTRONICO SI LA FICHA SE LEYO Y
      *TIENE DIRECCION SIN MARCA DE REBOTE (NUNCA AL SOCIO SIN
      *CARTAS); PAPEL EN CUALQUIER OTRO CASO.
       042-ELEGIR-CANAL.
           MOVE "P" TO WS-CANAL-AVISO.
           IF ESTA-REG-SOC
               AND SOCIO-EMAIL-STATUS NOT = SPACES
               AND NOT SOCIO-EMAIL-REBOTADO
               AND NOT SOCIO-SIN-CARTAS
               MOVE "E" TO WS-CANAL-AVISO
           END-IF.

       045-ANOTAR-SEGUIMIENTO.
           MOVE SPACES TO LINEA-SEGUIMIENTO.
           STRING "SOCIO "           DELIMITED BY SIZE
                   END-IF
               END-IF
           END-PERFORM.
           IF AVISO-POR-EMAIL
               PERFORM 052-ABRIR-CORREO-CARTA
           END-IF.
           MOVE ALL "=" TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           EVALUATE WS-NIVEL-CARTA
               WHEN 1
                   STRING NOMBRE-BIBLIOTECA   DELIMITED BY "  "
                           " - PRIMER AVISO DE ATRASO - "
                                               DELIMITED BY SIZE
                           WS-FECHA-HOY        DELIMITED BY SIZE
                           INTO LINEA-CARTA
               WHEN 2
                   STRING NOMBRE-BIBLIOTECA   DELIMITED BY "  "
                           " - SEGUNDO AVISO DE ATRASO - "
                                               DELIMITED BY SIZE
                           WS-FECHA-HOY        DELIMITED BY SIZE
                           INTO LINEA-CARTA
               WHEN OTHER
                   STRING NOMBRE-BIBLIOTECA   DELIMITED BY "  "
                           " - AVISO FINAL DE ATRASO - "
                                               DELIMITED BY SIZE
                           WS-FECHA-HOY        DELIMITED BY SIZE
                           INTO LINEA-CARTA
           END-EVALUATE.
           PERFORM 055-EMITIR-LINEA-CARTA.
           PERFORM 054-EMITIR-DATOS-BIBLIOTECA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "SOCIO: "       DELIMITED BY SIZE
                   WS-SOCIO-CARTA DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   WS-NOMBRE-SOCIO DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "DOMICILIO: "        DELIMITED BY SIZE
                   WS-DOMICILIO-SOCIO  DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           EVALUATE WS-NIVEL-CARTA
               WHEN 1
                   MOVE "ESTIMADO SOCIO: REGISTRAMOS A SU NOMBRE LOS"
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
                   MOVE "SIGUIENTES PRESTAMOS VENCIDOS. LE PEDIMOS"
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
                   MOVE "ACERCARSE A LA BIBLIOTECA PARA "
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
                   MOVE "REGULARIZARLOS." TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
               WHEN 2
                   MOVE "ESTIMADO SOCIO: LE RECORDAMOS POR SEGUNDA"
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
                   MOVE "VEZ QUE LOS SIGUIENTES PRESTAMOS SIGUEN"
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
                   MOVE "VENCIDOS. SU DEVOLUCION ES OBLIGATORIA Y LA"
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
                   MOVE "DEMORA GENERA MULTA Y SUSPENSION."
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
               WHEN OTHER
                   MOVE "ESTIMADO SOCIO: ESTE ES EL AVISO FINAL. SI"
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
                   MOVE "LOS SIGUIENTES PRESTAMOS NO SE DEVUELVEN SE"
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
                   MOVE "DARAN POR PERDIDOS Y SE LE FACTURARA EL"
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
                   MOVE "COSTO DE REPOSICION DE CADA EJEMPLAR."
                           TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
           END-EVALUATE.
           MOVE SPACES TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           PERFORM VARYING WS-IND-2 FROM 1 BY 1
                   UNTIL WS-IND-2 > WS-CANT-VENCIDOS
               IF VEN-PROCESADO (WS-IND-2) = "N"
                   MOVE "S" TO VEN-PROCESADO (WS-IND-2)
               END-IF
           END-PERFORM.
           PERFORM 058-EMITIR-FIRMA.
           MOVE SPACES TO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.
           IF AVISO-POR-EMAIL
               PERFORM CERRAR-MENSAJE-CORREO
           END-IF.

      *ASUNTO DEL MENSAJE SEGUN EL TONO DE LA CARTA.
       052-ABRIR-CORREO-CARTA.
           EVALUATE WS-NIVEL-CARTA
               WHEN 1
                   MOVE "BIBLIOTECA - PRIMER AVISO DE ATRASO"
                           TO WS-COLA-ASUNTO
               WHEN 2
                   MOVE "BIBLIOTECA - SEGUNDO AVISO DE ATRASO"
                           TO WS-COLA-ASUNTO
               WHEN OTHER
                   MOVE "BIBLIOTECA - AVISO FINAL DE ATRASO"
                           TO WS-COLA-ASUNTO
           END-EVALUATE.
           PERFORM ABRIR-MENSAJE-CORREO.

      *CADA LINEA DE LA CARTA VA AL PAPEL O, SI EL SOCIO LA RECIBE
      *POR CORREO ELECTRONICO, COMO RENGLON DEL MENSAJE.
       055-EMITIR-LINEA-CARTA.
           IF AVISO-POR-EMAIL
               MOVE LINEA-CARTA TO WS-COLA-TEXTO
               PERFORM GRABAR-RENGLON-CORREO
           ELSE
               WRITE LINEA-CARTA
           END-IF.

      *DOMICILIO Y TELEFONO DE LA BIBLIOTECA DEBAJO DEL TITULO, SOLO
      *LOS QUE ESTAN CARGADOS EN LOS PARAMETROS DEL SISTEMA.
       054-EMITIR-DATOS-BIBLIOTECA.
           IF DOMICILIO-BIBLIOTECA NOT = SPACES
               MOVE DOMICILIO-BIBLIOTECA TO LINEA-CARTA
               PERFORM 055-EMITIR-LINEA-CARTA
           END-IF.
           IF TELEFONO-BIBLIOTECA NOT = SPACES
               MOVE SPACES TO LINEA-CARTA
               STRING "TEL. "             DELIMITED BY SIZE
                       TELEFONO-BIBLIOTECA DELIMITED BY SIZE
                       INTO LINEA-CARTA
               PERFORM 055-EMITIR-LINEA-CARTA
           END-IF.

      *FIRMA AL PIE DE LA CARTA, SI ESTA CARGADA: NOMBRE Y CARGO.
       058-EMITIR-FIRMA.
           IF FIRMA-NOMBRE NOT = SPACES
               MOVE SPACES TO LINEA-CARTA
               PERFORM 055-EMITIR-LINEA-CARTA
               MOVE FIRMA-NOMBRE TO LINEA-CARTA
               PERFORM 055-EMITIR-LINEA-CARTA
               IF FIRMA-CARGO NOT = SPACES
                   MOVE FIRMA-CARGO TO LINEA-CARTA
                   PERFORM 055-EMITIR-LINEA-CARTA
               END-IF
           END-IF.

      *UNA LINEA DE DETALLE DE LA CARTA: LIBRO, TITULO (RESUELTO DEL
      *CATALOGO; SI EL LIBRO YA NO EXISTE SE DEJA EN BLANCO) Y FECHA
                   " VENCIO: "                DELIMITED BY SIZE
                   VEN-FECHA-VENC (WS-IND-2)  DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 055-EMITIR-LINEA-CARTA.

      *VUELVE POR CLAVE SOBRE CADA PRESTAMO QUE SALIO EN CARTA Y LE
      *SUBE EL NIVEL DE AVISO, PARA QUE LA PROXIMA CORRIDA ESCALE.
           WRITE FINES-TRANSACCION.
           CLOSE REG-FINES.

      *ABRE UN MENSAJE NUEVO EN LA COLA DE CORREO: TOMA EL NUMERO
      *DEL NUMERADOR (MISMO MANEJO QUE LOS NUMERADORES DE RECIBOS) Y
      *GRABA EL RENGLON 000 DE CABECERA PARA LA PASARELA.
       ABRIR-MENSAJE-CORREO.
           MOVE ZEROS TO WS-COLA-NUMERO.
           OPEN INPUT COLA-NUMERADOR.
           IF NOT F-NOEXISTE-COLANUM
               READ COLA-NUMERADOR INTO WS-COLA-NUMERO
                   AT END MOVE ZEROS TO WS-COLA-NUMERO
               END-READ
               CLOSE COLA-NUMERADOR
           END-IF.
           ADD 1 TO WS-COLA-NUMERO.
           OPEN OUTPUT COLA-NUMERADOR.
           MOVE WS-COLA-NUMERO TO LINEA-COLA-NUMERADOR.
           WRITE LINEA-COLA-NUMERADOR.
           CLOSE COLA-NUMERADOR.
           OPEN EXTEND COLA-CORREO.
           IF F-NOEXISTE-COLA
               CLOSE COLA-CORREO
               OPEN OUTPUT COLA-CORREO
           END-IF.
           MOVE ZEROS TO WS-COLA-RENGLON.
           MOVE SPACES TO LINEA-COLA.
           MOVE WS-COLA-NUMERO     TO COLA-NUMERO.
           MOVE WS-COLA-RENGLON    TO COLA-RENGLON.
           MOVE WS-FECHA-HOY       TO COLA-FECHA.
           MOVE "ATRASOS"          TO COLA-ORIGEN.
           MOVE WS-SOCIO-CARTA     TO COLA-SOCIO.
           MOVE SOCIO-EMAIL-STATUS TO COLA-EMAIL.
           MOVE WS-COLA-ASUNTO     TO COLA-ASUNTO.
           WRITE LINEA-COLA.

      *UN RENGLON DE TEXTO (WS-COLA-TEXTO) DEL MENSAJE EN CURSO.
       GRABAR-RENGLON-CORREO.
           ADD 1 TO WS-COLA-RENGLON.
           MOVE SPACES TO LINEA-COLA.
           MOVE WS-COLA-NUMERO  TO COLA-NUMERO.
           MOVE WS-COLA-RENGLON TO COLA-RENGLON.
           MOVE WS-COLA-TEXTO   TO COLA-LINEA.
           WRITE LINEA-COLA.

       CERRAR-MENSAJE-CORREO.
           CLOSE COLA-CORREO.

      *AGREGA LA LINEA DE JORNAL ARMADA POR EL LLAMADOR, MISMO
      *ESQUEMA QUE GRABAR-LINEA-JORNAL EN REGISTROLIBROS.
       GRABAR-LINEA-JORNAL.
           MOVE DATOS-LIBRO-STATUS TO JRN-REGISTRO (1:168).
           PERFORM GRABAR-LINEA-JORNAL.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
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
           MOVE "FIRMA-NOMBRE" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO FIRMA-NOMBRE
           END-IF.
           MOVE "FIRMA-CARGO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO FIRMA-CARGO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
