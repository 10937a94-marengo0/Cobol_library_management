       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SUGERENCIAS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *SUGERENCIAS DE COMPRA DE LOS SOCIOS: HASTA AHORA LLEGABAN EN
      *PAPELITOS AL MOSTRADOR O POR CORREO Y NADIE LES AVISABA QUE
      *HABIA PASADO CON ELLAS. SUGERENCIAS.DAT GUARDA CADA UNA CON
      *SOCIO, TITULO, AUTOR, ISBN, FECHA Y CANAL (M=MOSTRADOR, ESTE
      *PROGRAMA; W=WEB, LAS CARGA WEB-SOLICITUDES CON EL TIPO "C");
      *NUMERADOR EN SUGERENCIAS.NUM. SI EL ISBN YA ESTA EN EL
      *CATALOGO LA SUGERENCIA QUEDA MARCADA COMO TAL. EL
      *SELECCIONADOR DECIDE: COMPRAR (QUEDA ACEPTADA Y COMPRAS LA
      *PASA A UN RENGLON DE ORDEN), RECHAZAR CON MOTIVO, O "YA
      *PEDIDO" CONTRA UN RENGLON DE ORDEN EXISTENTE. CUANDO EL
      *TITULO SE CARGA EN EL CATALOGO (RECEPCION + CARGA MASIVA) LA
      *PASADA DE RESERVAS LE ANOTA AL SOCIO UNA RESERVA EN
      *REG-RESERVAS.DAT. LAS ACEPTADAS, RECHAZADAS Y YA EXISTENTES
      *GENERAN UNA CARTA AL SOCIO EN SUGERENCIAS-AVISOS.LST, UNA
      *SOLA VEZ POR SUGERENCIA.
      *LA SUCURSAL QUE TOMA EL ENTER SE TOMA DE LOS PARAMETROS DEL
      *SISTEMA (MANT-PARAMETROS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGERENCIAS ASSIGN TO "SUGERENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUG-NUMERO
               FILE STATUS IS FS-SUGERENCIAS.

           SELECT SUG-NUMERADOR ASSIGN TO "SUGERENCIAS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *CATALOGO: SOLO SE BUSCA POR ISBN, RECORRIENDOLO.
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LIBRO-ID-STATUS
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-LIBROS.

           SELECT REG-RESERVAS ASSIGN TO "REG-RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RESERVA-CLAVE
               ALTERNATE RECORD KEY IS RESERVA-LIBRO-ID
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-RESERVAS.

      *ORDENES DE COMPRA (COMPRAS.CBL), PARA EL "YA PEDIDO".
           SELECT ORDENES ASSIGN TO "ORDENES-COMPRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS FS-ORDENES.

           SELECT AVISOS ASSIGN TO "SUGERENCIAS-AVISOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISOS.

      *JORNAL DE IMAGENES POSTERIORES (JORNAL-DIARIO.DAT), MISMO
      *ESQUEMA QUE REGISTROLIBROS PARA LAS RESERVAS QUE SE ANOTAN.
           SELECT JORNAL-DIARIO ASSIGN TO "JORNAL-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD SUGERENCIAS.
       01 DATOS-SUGERENCIA.
           05 SUG-NUMERO              PIC 9(6).
           05 SUG-SOCIO               PIC 9(6).
           05 SUG-TITULO              PIC X(60).
           05 SUG-AUTOR               PIC X(20).
           05 SUG-ISBN                PIC X(13).
           05 SUG-FECHA               PIC 9(8).
           05 SUG-CANAL               PIC X(1).
               88 SUG-DE-MOSTRADOR    VALUE "M".
               88 SUG-DE-WEB          VALUE "W".
           05 SUG-ESTADO              PIC X(1).
               88 SUG-NUEVA           VALUE "N".
               88 SUG-EN-CATALOGO     VALUE "C".
               88 SUG-ACEPTADA        VALUE "A".
               88 SUG-ORDENADA        VALUE "O".
               88 SUG-RECHAZADA       VALUE "R".
               88 SUG-RESERVADA       VALUE "H".
      *LIBRO DEL CATALOGO QUE LE CORRESPONDE (YA EXISTENTE O
      *CARGADO AL LLEGAR LA COMPRA).
           05 SUG-LIBRO-ID            PIC 9(6).
           05 SUG-OC-NUMERO           PIC 9(6).
           05 SUG-OC-RENGLON          PIC 9(2).
           05 SUG-FECHA-DECISION      PIC 9(8).
           05 SUG-MOTIVO              PIC X(40).
      *S=EL SOCIO YA RECIBIO LA CARTA DE LA DECISION.
           05 SUG-AVISADO             PIC X(1).
               88 SUG-YA-AVISADA      VALUE "S".
      *SUCURSAL DONDE EL SOCIO RETIRA LA RESERVA (BLANCO=SEDE).
           05 SUG-SUCURSAL            PIC X(3).

       FD SUG-NUMERADOR.
       01 LINEA-NUMERADOR             PIC 9(6).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(461).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           05 NOMBRE-STATUS               PIC X(60).
           05 FILLER                      PIC X(20).
           05 FILLER                      PIC X(12).
           05 CANTIDAD-EJEMPLARES-STATUS  PIC 9(3).
           05 EJEMPLARES-DISPONIBLES-STATUS PIC 9(3).
           05 ISBN-STATUS                 PIC X(13).
           05 CATEGORIA-STATUS            PIC X(15).
           05 FILLER                      PIC X(8).
           05 FILLER                      PIC X(8).
           05 AUTOR-STATUS                PIC X(20).

       FD REG-RESERVAS.
       01 DATOS-RESERVA.
           05 RESERVA-CLAVE.
               10 RESERVA-LIBRO-ID        PIC 9(6).
               10 RESERVA-SOCIO-ID        PIC 9(6).
               10 RESERVA-FECHA           PIC 9(8).
           05 RESERVA-ESTADO              PIC X(01).
               88 RESERVA-ACTIVA          VALUE "A".
           05 RESERVA-FECHA-LIMITE        PIC 9(8).
           05 RESERVA-SUCURSAL-RETIRO     PIC X(03).

       FD ORDENES.
       01 DATOS-ORDEN.
           05 OC-CLAVE.
               10 OC-NUMERO           PIC 9(6).
               10 OC-RENGLON          PIC 9(2).
           05 OC-PROVEEDOR            PIC 9(4).
           05 OC-FECHA                PIC 9(8).
           05 OC-ISBN                 PIC X(13).
           05 OC-TITULO               PIC X(20).
           05 FILLER                  PIC X(36).

       FD AVISOS.
       01 LINEA-CARTA                 PIC X(80).

       FD JORNAL-DIARIO.
       01 LINEA-JORNAL.
           05 JRN-FECHA               PIC 9(8).
           05 JRN-HORA                PIC 9(8).
           05 JRN-ARCHIVO             PIC X(20).
           05 JRN-OPERACION           PIC X(1).
           05 JRN-REGISTRO            PIC X(512).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-SUGERENCIAS           PIC XX.
           88 ESTA-SUGERENCIA      VALUE "00" "02".
           88 FIN-SUGERENCIAS      VALUE "10".
           88 F-NOEXISTE-SUG       VALUE "35".
       77 FS-NUMERADOR             PIC XX.
           88 F-NOEXISTE-NUM       VALUE "35".
       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".
       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 FIN-REG-LIBROS       VALUE "10".
           88 F-NOEXISTE-LIB       VALUE "35".
       77 FS-REG-RESERVAS          PIC XX.
           88 ESTA-RESERVA         VALUE "00" "02".
           88 F-NOEXISTE-RES       VALUE "35".
       77 FS-ORDENES               PIC XX.
           88 ESTA-ORDEN           VALUE "00" "02".
           88 F-NOEXISTE-OC        VALUE "35".
       77 FS-AVISOS                PIC XX.
       77 FS-JORNAL                PIC XX.
           88 F-NOEXISTE-JRN       VALUE "05" "35".
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

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-SUCURSAL              PIC X(3) VALUE "SED".
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

       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-NOMBRE-SOCIO          PIC X(40) VALUE SPACES.
       77 WS-NUMERO-SUG            PIC 9(6) VALUE ZEROS.
       77 WS-ISBN-BUSCADO          PIC X(13) VALUE SPACES.
       77 WS-LIBRO-HALLADO         PIC 9(6) VALUE ZEROS.
       77 WS-DECISION              PIC X(1) VALUE SPACES.
       77 WS-NUMERO-OC             PIC 9(6) VALUE ZEROS.
       77 WS-RENGLON-OC            PIC 9(2) VALUE ZEROS.
       77 WS-CANT-LISTADAS         PIC 9(5) VALUE ZEROS.
       77 WS-CANT-RESERVAS         PIC 9(5) VALUE ZEROS.
       77 WS-CANT-CARTAS           PIC 9(5) VALUE ZEROS.
       77 WS-JRN-OPERACION         PIC X VALUE SPACES.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PARAMETROS.
           DISPLAY "Sucursal (ENTER=" SUCURSAL-DEFECTO "): "
                   WITH NO ADVANCING.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE SUCURSAL-DEFECTO TO WS-SUCURSAL
           END-IF.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== SUGERENCIAS DE COMPRA ====="
               DISPLAY "1. CARGAR SUGERENCIA DE MOSTRADOR"
               DISPLAY "2. LISTAR SUGERENCIAS PENDIENTES"
               DISPLAY "3. DECISION DEL SELECCIONADOR"
               DISPLAY "4. RESERVAR LOS TITULOS YA CARGADOS"
               DISPLAY "5. CARTAS A LOS SOCIOS"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-ALTA-MOSTRADOR
                                  THRU 020-ALTA-MOSTRADOR-EXIT
                   WHEN 2 PERFORM 030-LISTAR THRU 030-LISTAR-EXIT
                   WHEN 3 PERFORM 040-DECISION THRU 040-DECISION-EXIT
                   WHEN 4 PERFORM 050-RESERVAR-LLEGADOS
                                  THRU 050-RESERVAR-LLEGADOS-EXIT
                   WHEN 5 PERFORM 060-CARTAS THRU 060-CARTAS-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *SUGERENCIA TOMADA EN EL MOSTRADOR: EL SOCIO TIENE QUE EXISTIR
      *EN SIENT01.FIC; LA RESERVA FUTURA SE RETIRA EN ESTA SUCURSAL.
       020-ALTA-MOSTRADOR.
           DISPLAY "Socio: " WITH NO ADVANCING.
           ACCEPT WS-SOCIO-ID.
           IF WS-SOCIO-ID = ZEROS
               GO TO 020-ALTA-MOSTRADOR-EXIT
           END-IF.
           PERFORM 080-LEER-SOCIO.
           IF WS-NOMBRE-SOCIO = SPACES
               DISPLAY "EL SOCIO NO EXISTE."
               GO TO 020-ALTA-MOSTRADOR-EXIT
           END-IF.
           DISPLAY "SOCIO: " WS-NOMBRE-SOCIO.
           INITIALIZE DATOS-SUGERENCIA.
           DISPLAY "Titulo: " WITH NO ADVANCING.
           ACCEPT SUG-TITULO.
           IF SUG-TITULO = SPACES
               DISPLAY "SIN TITULO NO HAY SUGERENCIA."
               GO TO 020-ALTA-MOSTRADOR-EXIT
           END-IF.
           DISPLAY "Autor: " WITH NO ADVANCING.
           ACCEPT SUG-AUTOR.
           DISPLAY "ISBN (ENTER SI NO LO SABE): " WITH NO ADVANCING.
           ACCEPT SUG-ISBN.
           MOVE WS-SOCIO-ID  TO SUG-SOCIO.
           MOVE WS-FECHA-HOY TO SUG-FECHA.
           SET SUG-DE-MOSTRADOR TO TRUE.
           MOVE WS-SUCURSAL  TO SUG-SUCURSAL.
           MOVE "N"          TO SUG-AVISADO.
           MOVE SUG-ISBN TO WS-ISBN-BUSCADO.
           PERFORM 070-BUSCAR-ISBN THRU 070-BUSCAR-ISBN-EXIT.
           IF WS-LIBRO-HALLADO NOT = ZEROS
               SET SUG-EN-CATALOGO TO TRUE
               MOVE WS-LIBRO-HALLADO TO SUG-LIBRO-ID
               DISPLAY "EL ISBN YA ESTA EN EL CATALOGO (LIBRO "
                       WS-LIBRO-HALLADO ")."
           ELSE
               SET SUG-NUEVA TO TRUE
           END-IF.
           PERFORM 075-PROXIMO-NUMERO.
           MOVE WS-NUMERO-SUG TO SUG-NUMERO.
           PERFORM 090-ABRIR-SUGERENCIAS.
           WRITE DATOS-SUGERENCIA
               INVALID KEY DISPLAY "ERROR AL GRABAR LA SUGERENCIA"
           END-WRITE.
           IF NOT ESTA-SUGERENCIA
               MOVE "SUGERENCIAS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-SUGERENCIAS    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           ELSE
               DISPLAY "SUGERENCIA " SUG-NUMERO " REGISTRADA."
           END-IF.
           CLOSE SUGERENCIAS.
       020-ALTA-MOSTRADOR-EXIT.
           EXIT.

      *PENDIENTES: LAS QUE ESPERAN DECISION Y LAS ACEPTADAS U
      *ORDENADAS QUE TODAVIA NO LLEGARON AL CATALOGO.
       030-LISTAR.
           MOVE ZEROS TO WS-CANT-LISTADAS.
           PERFORM 090-ABRIR-SUGERENCIAS.
           MOVE ZEROS TO SUG-NUMERO.
           START SUGERENCIAS KEY IS NOT LESS THAN SUG-NUMERO
               INVALID KEY SET FIN-SUGERENCIAS TO TRUE
           END-START.
           IF NOT FIN-SUGERENCIAS
               READ SUGERENCIAS NEXT RECORD AT END
                   SET FIN-SUGERENCIAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-SUGERENCIAS
               IF SUG-NUEVA OR SUG-ACEPTADA OR SUG-ORDENADA
                   ADD 1 TO WS-CANT-LISTADAS
                   DISPLAY SUG-NUMERO " " SUG-ESTADO " "
                           SUG-FECHA " " SUG-CANAL " SOCIO "
                           SUG-SOCIO " " SUG-TITULO (1:30)
                   DISPLAY "         " SUG-AUTOR " ISBN "
                           SUG-ISBN
                   IF SUG-ORDENADA
                       DISPLAY "         ORDEN " SUG-OC-NUMERO
                               "/" SUG-OC-RENGLON
                   END-IF
               END-IF
               READ SUGERENCIAS NEXT RECORD AT END
                   SET FIN-SUGERENCIAS TO TRUE END-READ
           END-PERFORM.
           CLOSE SUGERENCIAS.
           DISPLAY WS-CANT-LISTADAS " SUGERENCIAS PENDIENTES "
                   "(N=NUEVA A=ACEPTADA O=ORDENADA).".
       030-LISTAR-EXIT.
           EXIT.

      *DECISION DEL SELECCIONADOR SOBRE UNA SUGERENCIA NUEVA O YA EN
      *CATALOGO: C=COMPRAR, R=RECHAZAR, P=YA PEDIDO EN UNA ORDEN.
       040-DECISION.
           DISPLAY "Numero de sugerencia: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-SUG.
           IF WS-NUMERO-SUG = ZEROS
               GO TO 040-DECISION-EXIT
           END-IF.
           PERFORM 090-ABRIR-SUGERENCIAS.
           MOVE WS-NUMERO-SUG TO SUG-NUMERO.
           READ SUGERENCIAS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-SUGERENCIA
               DISPLAY "LA SUGERENCIA NO EXISTE."
               CLOSE SUGERENCIAS
               GO TO 040-DECISION-EXIT
           END-IF.
           IF NOT SUG-NUEVA AND NOT SUG-EN-CATALOGO
               DISPLAY "LA SUGERENCIA YA TIENE DECISION ("
                       SUG-ESTADO ")."
               CLOSE SUGERENCIAS
               GO TO 040-DECISION-EXIT
           END-IF.
           DISPLAY "TITULO: " SUG-TITULO.
           DISPLAY "AUTOR : " SUG-AUTOR "  ISBN: " SUG-ISBN.
           IF SUG-EN-CATALOGO
               DISPLAY "YA ESTA EN EL CATALOGO COMO LIBRO "
                       SUG-LIBRO-ID "."
           END-IF.
           DISPLAY "Decision (C=COMPRAR R=RECHAZAR P=YA PEDIDO): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-DECISION.
           ACCEPT WS-DECISION.
           INSPECT WS-DECISION CONVERTING "crp" TO "CRP".
           EVALUATE WS-DECISION
               WHEN "C"
                   PERFORM 042-DECIDIR-COMPRA
                           THRU 042-DECIDIR-COMPRA-EXIT
               WHEN "R"
                   DISPLAY "Motivo: " WITH NO ADVANCING
                   MOVE SPACES TO SUG-MOTIVO
                   ACCEPT SUG-MOTIVO
                   SET SUG-RECHAZADA TO TRUE
               WHEN "P"
                   PERFORM 044-DECIDIR-YA-PEDIDO
                           THRU 044-DECIDIR-YA-PEDIDO-EXIT
               WHEN OTHER
                   DISPLAY "DECISION INVALIDA."
           END-EVALUATE.
           IF SUG-ACEPTADA OR SUG-RECHAZADA OR SUG-ORDENADA
               MOVE WS-FECHA-HOY TO SUG-FECHA-DECISION
               MOVE "N" TO SUG-AVISADO
               REWRITE DATOS-SUGERENCIA
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
               END-REWRITE
               DISPLAY "SUGERENCIA " SUG-NUMERO " QUEDA EN ESTADO "
                       SUG-ESTADO "."
           END-IF.
           CLOSE SUGERENCIAS.
       040-DECISION-EXIT.
           EXIT.

      *LA COMPRA SE PIDE POR ISBN: SI EL SOCIO NO LO DIO LO COMPLETA
      *EL SELECCIONADOR. EL RENGLON DE ORDEN LO ARMA COMPRAS.
       042-DECIDIR-COMPRA.
           IF SUG-ISBN = SPACES
               DISPLAY "ISBN: " WITH NO ADVANCING
               ACCEPT SUG-ISBN
           END-IF.
           IF SUG-ISBN = SPACES
               DISPLAY "SIN ISBN NO SE PUEDE PEDIR."
               GO TO 042-DECIDIR-COMPRA-EXIT
           END-IF.
           MOVE SUG-ISBN TO WS-ISBN-BUSCADO.
           PERFORM 070-BUSCAR-ISBN THRU 070-BUSCAR-ISBN-EXIT.
           IF WS-LIBRO-HALLADO NOT = ZEROS
               DISPLAY "AVISO: EL ISBN YA ESTA EN EL CATALOGO (LIBRO "
                       WS-LIBRO-HALLADO "), SE PIDE IGUAL."
           END-IF.
           MOVE ZEROS TO SUG-LIBRO-ID.
           SET SUG-ACEPTADA TO TRUE.
       042-DECIDIR-COMPRA-EXIT.
           EXIT.

      *EL TITULO YA FIGURA EN UNA ORDEN DE COMPRA: SE ATA LA
      *SUGERENCIA A ESE RENGLON Y TOMA SU ISBN.
       044-DECIDIR-YA-PEDIDO.
           DISPLAY "Orden de compra: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-OC.
           DISPLAY "Renglon: " WITH NO ADVANCING.
           ACCEPT WS-RENGLON-OC.
           OPEN INPUT ORDENES.
           IF F-NOEXISTE-OC
               DISPLAY "NO HAY ORDENES DE COMPRA."
               CLOSE ORDENES
               GO TO 044-DECIDIR-YA-PEDIDO-EXIT
           END-IF.
           MOVE WS-NUMERO-OC  TO OC-NUMERO.
           MOVE WS-RENGLON-OC TO OC-RENGLON.
           READ ORDENES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-ORDEN
               DISPLAY "EL RENGLON DE ORDEN NO EXISTE."
               CLOSE ORDENES
               GO TO 044-DECIDIR-YA-PEDIDO-EXIT
           END-IF.
           DISPLAY "RENGLON: " OC-ISBN " " OC-TITULO.
           MOVE OC-ISBN       TO SUG-ISBN.
           CLOSE ORDENES.
           MOVE WS-NUMERO-OC  TO SUG-OC-NUMERO.
           MOVE WS-RENGLON-OC TO SUG-OC-RENGLON.
           MOVE ZEROS         TO SUG-LIBRO-ID.
           SET SUG-ORDENADA TO TRUE.
       044-DECIDIR-YA-PEDIDO-EXIT.
           EXIT.

      *PASADA DE RESERVAS: CADA SUGERENCIA ACEPTADA U ORDENADA CUYO
      *ISBN YA APARECE EN EL CATALOGO LE DEJA AL SOCIO UNA RESERVA
      *ACTIVA EN LA COLA DEL LIBRO, CON SU SUCURSAL DE RETIRO.
       050-RESERVAR-LLEGADOS.
           MOVE ZEROS TO WS-CANT-RESERVAS.
           OPEN I-O REG-RESERVAS.
           IF F-NOEXISTE-RES
               CLOSE REG-RESERVAS
               OPEN OUTPUT REG-RESERVAS
               CLOSE REG-RESERVAS
               OPEN I-O REG-RESERVAS
           END-IF.
           PERFORM 090-ABRIR-SUGERENCIAS.
           MOVE ZEROS TO SUG-NUMERO.
           START SUGERENCIAS KEY IS NOT LESS THAN SUG-NUMERO
               INVALID KEY SET FIN-SUGERENCIAS TO TRUE
           END-START.
           IF NOT FIN-SUGERENCIAS
               READ SUGERENCIAS NEXT RECORD AT END
                   SET FIN-SUGERENCIAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-SUGERENCIAS
               IF (SUG-ACEPTADA OR SUG-ORDENADA)
                   AND SUG-ISBN NOT = SPACES
                   PERFORM 055-RESERVAR-SUGERENCIA
                           THRU 055-RESERVAR-SUGERENCIA-EXIT
               END-IF
               READ SUGERENCIAS NEXT RECORD AT END
                   SET FIN-SUGERENCIAS TO TRUE END-READ
           END-PERFORM.
           CLOSE SUGERENCIAS.
           CLOSE REG-RESERVAS.
           DISPLAY WS-CANT-RESERVAS " RESERVAS ANOTADAS POR "
                   "SUGERENCIAS LLEGADAS.".
       050-RESERVAR-LLEGADOS-EXIT.
           EXIT.

       055-RESERVAR-SUGERENCIA.
           MOVE SUG-ISBN TO WS-ISBN-BUSCADO.
           PERFORM 070-BUSCAR-ISBN THRU 070-BUSCAR-ISBN-EXIT.
           IF WS-LIBRO-HALLADO = ZEROS
               GO TO 055-RESERVAR-SUGERENCIA-EXIT
           END-IF.
           MOVE WS-LIBRO-HALLADO TO RESERVA-LIBRO-ID.
           MOVE SUG-SOCIO        TO RESERVA-SOCIO-ID.
           MOVE WS-FECHA-HOY     TO RESERVA-FECHA.
           SET RESERVA-ACTIVA    TO TRUE.
           MOVE ZEROS            TO RESERVA-FECHA-LIMITE.
           MOVE SUG-SUCURSAL     TO RESERVA-SUCURSAL-RETIRO.
           IF RESERVA-SUCURSAL-RETIRO = SPACES
               MOVE "SED" TO RESERVA-SUCURSAL-RETIRO
           END-IF.
      *SI EL SOCIO YA LO RESERVO HOY POR SU CUENTA LA SUGERENCIA
      *QUEDA CUMPLIDA IGUAL.
           WRITE DATOS-RESERVA
               INVALID KEY CONTINUE
           END-WRITE.
           IF ESTA-RESERVA
               MOVE "W" TO WS-JRN-OPERACION
               PERFORM JORNAL-RESERVA
               ADD 1 TO WS-CANT-RESERVAS
               DISPLAY "SUGERENCIA " SUG-NUMERO ": RESERVA DEL LIBRO "
                       WS-LIBRO-HALLADO " PARA EL SOCIO " SUG-SOCIO
           END-IF.
           MOVE WS-LIBRO-HALLADO TO SUG-LIBRO-ID.
           SET SUG-RESERVADA TO TRUE.
           REWRITE DATOS-SUGERENCIA
               INVALID KEY DISPLAY "ERROR AL REGRABAR"
           END-REWRITE.
       055-RESERVAR-SUGERENCIA-EXIT.
           EXIT.

      *CARTAS: UNA POR SUGERENCIA DECIDIDA (ACEPTADA, ORDENADA,
      *RECHAZADA O YA EN CATALOGO) QUE TODAVIA NO SE AVISO.
       060-CARTAS.
           MOVE ZEROS TO WS-CANT-CARTAS.
           OPEN OUTPUT AVISOS.
           PERFORM 090-ABRIR-SUGERENCIAS.
           MOVE ZEROS TO SUG-NUMERO.
           START SUGERENCIAS KEY IS NOT LESS THAN SUG-NUMERO
               INVALID KEY SET FIN-SUGERENCIAS TO TRUE
           END-START.
           IF NOT FIN-SUGERENCIAS
               READ SUGERENCIAS NEXT RECORD AT END
                   SET FIN-SUGERENCIAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-SUGERENCIAS
               IF NOT SUG-YA-AVISADA
                   AND (SUG-ACEPTADA OR SUG-ORDENADA
                        OR SUG-RECHAZADA OR SUG-EN-CATALOGO)
                   PERFORM 065-EMITIR-CARTA
                   MOVE "S" TO SUG-AVISADO
                   REWRITE DATOS-SUGERENCIA
                       INVALID KEY DISPLAY "ERROR AL REGRABAR"
                   END-REWRITE
                   ADD 1 TO WS-CANT-CARTAS
               END-IF
               READ SUGERENCIAS NEXT RECORD AT END
                   SET FIN-SUGERENCIAS TO TRUE END-READ
           END-PERFORM.
           CLOSE SUGERENCIAS.
           CLOSE AVISOS.
           DISPLAY WS-CANT-CARTAS " CARTAS EN SUGERENCIAS-AVISOS.LST.".
       060-CARTAS-EXIT.
           EXIT.

       065-EMITIR-CARTA.
           MOVE SUG-SOCIO TO WS-SOCIO-ID.
           PERFORM 080-LEER-SOCIO.
           MOVE ALL "=" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "BIBLIOTECA - SU SUGERENCIA DE COMPRA - "
                                       DELIMITED BY SIZE
                   WS-FECHA-HOY        DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "SOCIO: "       DELIMITED BY SIZE
                   SUG-SOCIO       DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   WS-NOMBRE-SOCIO DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "TITULO: "     DELIMITED BY SIZE
                   SUG-TITULO    DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "SUGERIDO EL " DELIMITED BY SIZE
                   SUG-FECHA     DELIMITED BY SIZE
                   " (SUGERENCIA " DELIMITED BY SIZE
                   SUG-NUMERO    DELIMITED BY SIZE
                   ")"           DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           EVALUATE TRUE
               WHEN SUG-RECHAZADA
                   MOVE "ESTIMADO SOCIO: LE AGRADECEMOS SU SUGERENCIA."
                           TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE "LAMENTAMOS INFORMARLE QUE ESTE TITULO NO SE"
                           TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE "VA A INCORPORAR A LA COLECCION."
                           TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   IF SUG-MOTIVO NOT = SPACES
                       MOVE SPACES TO LINEA-CARTA
                       STRING "MOTIVO: "  DELIMITED BY SIZE
                               SUG-MOTIVO DELIMITED BY SIZE
                               INTO LINEA-CARTA
                       WRITE LINEA-CARTA
                   END-IF
               WHEN SUG-EN-CATALOGO
                   MOVE "ESTIMADO SOCIO: EL TITULO QUE NOS SUGIRIO YA"
                           TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE SPACES TO LINEA-CARTA
                   STRING "FORMA PARTE DE LA COLECCION (LIBRO "
                                          DELIMITED BY SIZE
                           SUG-LIBRO-ID   DELIMITED BY SIZE
                           "). PUEDE PEDIRLO O RESERVARLO EN EL"
                                          DELIMITED BY SIZE
                           INTO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE "MOSTRADOR O DESDE LA WEB." TO LINEA-CARTA
                   WRITE LINEA-CARTA
               WHEN OTHER
                   MOVE "ESTIMADO SOCIO: SU SUGERENCIA FUE ACEPTADA Y"
                           TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE "EL TITULO SE PIDIO AL PROVEEDOR. CUANDO"
                           TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE "LLEGUE QUEDARA RESERVADO A SU NOMBRE Y LE"
                           TO LINEA-CARTA
                   WRITE LINEA-CARTA
                   MOVE "AVISAREMOS PARA QUE LO RETIRE."
                           TO LINEA-CARTA
                   WRITE LINEA-CARTA
           END-EVALUATE.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.

      *BUSCA WS-ISBN-BUSCADO EN EL CATALOGO; DEJA EL LIBRO-ID EN
      *WS-LIBRO-HALLADO (CERO SI NO ESTA O EL ISBN VIENE EN BLANCO).
       070-BUSCAR-ISBN.
           MOVE ZEROS TO WS-LIBRO-HALLADO.
           IF WS-ISBN-BUSCADO = SPACES
               GO TO 070-BUSCAR-ISBN-EXIT
           END-IF.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               CLOSE REG-LIBROS
               GO TO 070-BUSCAR-ISBN-EXIT
           END-IF.
           MOVE ZEROS TO LIBRO-ID-STATUS.
           START REG-LIBROS KEY IS NOT LESS THAN LIBRO-ID-STATUS
               INVALID KEY SET FIN-REG-LIBROS TO TRUE
           END-START.
           IF NOT FIN-REG-LIBROS
               READ REG-LIBROS NEXT RECORD AT END
                   SET FIN-REG-LIBROS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-LIBROS OR WS-LIBRO-HALLADO NOT = ZEROS
               IF ISBN-STATUS = WS-ISBN-BUSCADO
                   MOVE LIBRO-ID-STATUS TO WS-LIBRO-HALLADO
               ELSE
                   READ REG-LIBROS NEXT RECORD AT END
                       SET FIN-REG-LIBROS TO TRUE END-READ
               END-IF
           END-PERFORM.
           CLOSE REG-LIBROS.
       070-BUSCAR-ISBN-EXIT.
           EXIT.

       075-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-NUMERO-SUG.
           OPEN INPUT SUG-NUMERADOR.
           IF NOT F-NOEXISTE-NUM
               READ SUG-NUMERADOR INTO WS-NUMERO-SUG
                   AT END MOVE ZEROS TO WS-NUMERO-SUG
               END-READ
               CLOSE SUG-NUMERADOR
           END-IF.
           ADD 1 TO WS-NUMERO-SUG.
           OPEN OUTPUT SUG-NUMERADOR.
           MOVE WS-NUMERO-SUG TO LINEA-NUMERADOR.
           WRITE LINEA-NUMERADOR.
           CLOSE SUG-NUMERADOR.

      *NOMBRE DEL SOCIO WS-SOCIO-ID; EN BLANCO SI NO EXISTE.
       080-LEER-SOCIO.
           MOVE SPACES TO WS-NOMBRE-SOCIO.
           OPEN INPUT REG-SOCIOS.
           IF NOT F-NOEXISTE-SOC
               MOVE SPACES TO SOCIO-CLAVE-STATUS
               MOVE WS-SOCIO-ID TO SOCIO-CLAVE-STATUS
               READ REG-SOCIOS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-SOC
                   MOVE SOCIO-NOMBRE-STATUS TO WS-NOMBRE-SOCIO
               END-IF
           END-IF.
           CLOSE REG-SOCIOS.

       090-ABRIR-SUGERENCIAS.
           OPEN I-O SUGERENCIAS.
           IF F-NOEXISTE-SUG
               CLOSE SUGERENCIAS
               OPEN OUTPUT SUGERENCIAS
               CLOSE SUGERENCIAS
               OPEN I-O SUGERENCIAS
           END-IF.

      *AGREGA LA LINEA DE JORNAL ARMADA POR EL LLAMADOR, MISMO
      *ESQUEMA QUE GRABAR-LINEA-JORNAL EN REGISTROLIBROS.
       GRABAR-LINEA-JORNAL.
           OPEN EXTEND JORNAL-DIARIO.
           IF F-NOEXISTE-JRN
               CLOSE JORNAL-DIARIO
               OPEN OUTPUT JORNAL-DIARIO
           END-IF.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE WS-JRN-OPERACION TO JRN-OPERACION.
           WRITE LINEA-JORNAL.
           CLOSE JORNAL-DIARIO.

       JORNAL-RESERVA.
           MOVE "REG-RESERVAS.DAT" TO JRN-ARCHIVO.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-RESERVA TO JRN-REGISTRO (1:32).
           PERFORM GRABAR-LINEA-JORNAL.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "SUCURSAL-DEF" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO SUCURSAL-DEFECTO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "SUGERENCIAS "     DELIMITED BY SIZE
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
       END PROGRAM SUGERENCIAS.
