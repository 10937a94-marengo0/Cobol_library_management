      *SE LISTAN. EL CALCULO DE FECHA LIMITE USA EL MISMO PASEO DIA A
      *DIA DE CALENDARIO QUE CALCULAR-FECHA-VENCIMIENTO EN
      *REGISTROLIBROS.CBL.
      *15/10/2026 - EL SOCIO CON DIRECCION DE CORREO ELECTRONICO
      *  (ENT-EMAIL, SIN MARCA DE REBOTE) RECIBE EL AVISO DE
      *  RENOVACION COMO MENSAJE EN LA COLA CORREO-SALIDA.DAT; EN EL
      *  LISTADO QUEDA ANOTADO QUE SALIO POR CORREO ELECTRONICO EN
      *  LUGAR DEL DOMICILIO, PARA NO FRANQUEARLO. EL SOCIO SIN
      *  CARTAS SIGUE SIN RECIBIR NADA.
      *15/10/2026 - LOS DIAS DE AVISO PREVIO SALEN DEL PARAMETRO
      *  AVISO-VENC-MEMB (MANT-PARAMETROS); SIN PARAMETRO SIGUEN 30.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE-VENC.

      *COLA DE CORREO SALIENTE QUE LEVANTA LA PASARELA DE CORREO
      *(VER CORREO-DEVUELTO.CBL) Y SU NUMERADOR DE MENSAJES: EL
      *SOCIO CON DIRECCION DE CORREO ELECTRONICO VALIDA RECIBE EL
      *AVISO POR ESA VIA EN LUGAR DE PAPEL.
           SELECT COLA-CORREO ASSIGN TO "CORREO-SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-CORREO.

           SELECT COLA-NUMERADOR ASSIGN TO "CORREO-SALIDA.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-NUMERADOR.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               88 SOCIO-CORREO-DEVUELTO VALUE "S" "s".
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
               88 SOCIO-SIN-CARTAS    VALUE "S" "s".
      *DIRECCION DE CORREO ELECTRONICO Y MARCA DE REBOTE.
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
               88 SOCIO-EMAIL-REBOTADO VALUE "S" "s".
           05 FILLER                  PIC X(261).

       FD REPORTE-VENC.
       01 LINEA-REPORTE               PIC X(80).

      *MENSAJE DE LA COLA: RENGLON 000 DE CABECERA Y LUEGO LOS
      *RENGLONES DE TEXTO, IGUALES A LOS DEL AVISO IMPRESO.
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

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       77 FS-REPORTE-VENC          PIC XX.
           88 ESTA-REPORTE-VENC    VALUE "00" "02".
       77 WS-CANT-SIN-AVISO        PIC 9(4) VALUE ZEROS.
       77 WS-CANT-POR-EMAIL        PIC 9(4) VALUE ZEROS.

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

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".
       77 WS-HORA-ERROR            PIC 9(8)  VALUE ZEROS.

       77 DIAS-AVISO-VENCIMIENTO   PIC 9(3) VALUE 30.

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-LIMITE          PIC 9(8) VALUE ZEROS.
       77 WS-CANT-POR-VENCER       PIC 9(5) VALUE ZEROS.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO AUX-FECHA-CALC.
           PERFORM SUMAR-UN-DIA-A-FECHA-CALC
                   ELSE
                       IF SOCIO-FECHA-VENC-STATUS <= WS-FECHA-LIMITE
                           ADD 1 TO WS-CANT-POR-VENCER
                           PERFORM 015-ELEGIR-CANAL
                           IF SOCIO-SIN-CARTAS
                               OR (SOCIO-CORREO-DEVUELTO
                                   AND NOT AVISO-POR-EMAIL)
                               ADD 1 TO WS-CANT-SIN-AVISO
                               PERFORM 025-ANOTAR-SEGUIMIENTO
                           ELSE
                   WS-CANT-SIN-AVISO    DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "AVISOS POR CORREO ELECTRONICO: " DELIMITED BY SIZE
                   WS-CANT-POR-EMAIL    DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-VENC.
           DISPLAY "VENC-MEMBRESIAS.LST GENERADO: "
                   WS-CANT-POR-VENCER " POR VENCER, "
       010-PRINCIPAL-FIN.
           GOBACK.

      *CANAL DEL AVISO: CORREO ELECTRONICO SI LA FICHA TIENE
      *DIRECCION SIN MARCA DE REBOTE (NUNCA AL SOCIO SIN CARTAS);
      *PAPEL EN CUALQUIER OTRO CASO.
       015-ELEGIR-CANAL.
           MOVE "P" TO WS-CANAL-AVISO.
           IF SOCIO-EMAIL-STATUS NOT = SPACES
               AND NOT SOCIO-EMAIL-REBOTADO
               AND NOT SOCIO-SIN-CARTAS
               MOVE "E" TO WS-CANAL-AVISO
           END-IF.

      *FICHA MARCADA: EN LUGAR DEL AVISO POSTAL SALE UNA LINEA DE
      *SEGUIMIENTO EN EL MISMO LISTADO.
       025-ANOTAR-SEGUIMIENTO.
           END-IF.
           WRITE LINEA-REPORTE.

      *AVISO POR CORREO ELECTRONICO: EL MENSAJE LLEVA LAS MISMAS
      *DOS LINEAS DEL LISTADO Y EN EL LISTADO, EN LUGAR DEL
      *DOMICILIO, QUEDA LA DIRECCION A LA QUE SALIO.
       020-ESCRIBIR-AVISO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING SOCIO-CLAVE-STATUS        DELIMITED BY SIZE
                   SOCIO-FECHA-VENC-STATUS  DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF AVISO-POR-EMAIL
               ADD 1 TO WS-CANT-POR-EMAIL
               MOVE "BIBLIOTECA - AVISO DE RENOVACION DE MEMBRESIA"
                       TO WS-COLA-ASUNTO
               PERFORM ABRIR-MENSAJE-CORREO
               MOVE LINEA-REPORTE TO WS-COLA-TEXTO
               PERFORM GRABAR-RENGLON-CORREO
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "            "            DELIMITED BY SIZE
                   SOCIO-DOMICILIO-STATUS   DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           IF AVISO-POR-EMAIL
               MOVE LINEA-REPORTE TO WS-COLA-TEXTO
               PERFORM GRABAR-RENGLON-CORREO
               PERFORM CERRAR-MENSAJE-CORREO
               MOVE SPACES TO LINEA-REPORTE
               STRING "            POR CORREO ELECTRONICO A "
                                            DELIMITED BY SIZE
                       SOCIO-EMAIL-STATUS   DELIMITED BY SIZE
                       INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.

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
           MOVE "VENC-MEMB"        TO COLA-ORIGEN.
           MOVE SOCIO-CLAVE-STATUS (1:6) TO COLA-SOCIO.
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

       SUMAR-UN-DIA-A-FECHA-CALC.
           MOVE AUX-FECHA-CALC(1:4) TO AUX-ANIO-CALC.
           MOVE AUX-FECHA-CALC(5:2) TO AUX-MES-CALC.
           MOVE AUX-MES-CALC  TO AUX-FECHA-CALC(5:2).
           MOVE AUX-DIA-CALC  TO AUX-FECHA-CALC(7:2).

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "AVISO-VENC-MEMB" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO DIAS-AVISO-VENCIMIENTO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
