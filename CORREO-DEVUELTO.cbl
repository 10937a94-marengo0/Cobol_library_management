      *(CORREO-MARCADOS.LST). CARTAS-ATRASO Y VENC-MEMBRESIAS
      *SALTEAN LAS FICHAS MARCADAS Y LAS LISTAN EN LUGAR DE
      *IMPRIMIRLES CARTA.
      *15/10/2026 - CORREO ELECTRONICO: LOS AVISOS Y RECIBOS DE LOS
      *  SOCIOS CON ENT-EMAIL SALEN POR LA COLA CORREO-SALIDA.DAT QUE
      *  LEVANTA LA PASARELA DE CORREO. LA OPCION 4 PROCESA EL
      *  ARCHIVO DE RESULTADOS QUE DEVUELVE LA PASARELA
      *  (CORREO-RESULTADO.DAT): CADA REBOTE MARCA
      *  ENT-EMAIL-REBOTADO EN LA FICHA (ASI LOS AVISOS SIGUIENTES
      *  VUELVEN AL PAPEL) Y EL MENSAJE REBOTADO SE REIMPRIME DESDE
      *  LA COLA EN CORREO-REBOTADO.LST PARA DESPACHARLO POR CORREO
      *  POSTAL. LOS SOCIOS SIN CARTAS NO RECIBEN NADA; LOS DE
      *  CORREO POSTAL DEVUELTO QUEDAN ANOTADOS PARA SEGUIMIENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *COLA DE CORREO SALIENTE: SE RELEE PARA REIMPRIMIR EL TEXTO
      *DE LOS MENSAJES REBOTADOS.
           SELECT COLA-CORREO ASSIGN TO "CORREO-SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-CORREO.

      *RESULTADOS DE ENTREGA QUE DEJA LA PASARELA DE CORREO: UNA
      *LINEA POR MENSAJE ENTREGADO O REBOTADO.
           SELECT RESULTADOS-CORREO ASSIGN TO "CORREO-RESULTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADOS.

      *MENSAJES REBOTADOS REIMPRESOS PARA EL CORREO POSTAL.
           SELECT REPORTE-REBOTADOS ASSIGN TO "CORREO-REBOTADO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE-REB.

      *TRAZA DE AUDITORIA DE LA FICHA DE ENTIDADES: EL CAMBIO QUEDA
      *REGISTRADO COMO CUALQUIER CAMBIO HECHO A MANO EN SIENT01M.
           SELECT AUDITORIA-SOCIOS ASSIGN TO "AUDITORIA-SOCIOS.DAT"
               88 SOCIO-CORREO-DEVUELTO VALUE "S" "s".
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
               88 SOCIO-SIN-CARTAS    VALUE "S" "s".
      *DIRECCION DE CORREO ELECTRONICO Y MARCA DE REBOTE (SIENT01M).
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
               88 SOCIO-EMAIL-REBOTADO VALUE "S" "s".
           05 FILLER                  PIC X(261).

       FD REPORTE-MARCADOS.
       01 LINEA-REPORTE               PIC X(80).

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

       FD RESULTADOS-CORREO.
       01 LINEA-RESULTADO.
           05 RES-NUMERO              PIC 9(8).
           05 RES-SOCIO               PIC 9(6).
           05 RES-EMAIL               PIC X(50).
      *E=ENTREGADO, R=REBOTADO.
           05 RES-ESTADO              PIC X(01).
               88 RES-ENTREGADO       VALUE "E".
               88 RES-REBOTADO        VALUE "R".
           05 RES-FECHA               PIC 9(8).

       FD REPORTE-REBOTADOS.
       01 LINEA-REBOTADO              PIC X(80).

       FD AUDITORIA-SOCIOS.
       01 LINEA-AUDITORIA-SOC         PIC X(100).

       77 FS-REPORTE               PIC XX.
           88 ESTA-REPORTE         VALUE "00" "02".

       77 FS-COLA-CORREO           PIC XX.
           88 FIN-COLA-CORREO      VALUE "10".
           88 F-NOEXISTE-COLA      VALUE "35".

       77 FS-RESULTADOS            PIC XX.
           88 FIN-RESULTADOS       VALUE "10".
           88 F-NOEXISTE-RES       VALUE "35".

       77 FS-REPORTE-REB           PIC XX.
           88 ESTA-REPORTE-REB     VALUE "00" "02".

      *CONTADORES DEL PROCESO DE RESULTADOS DE LA PASARELA.
       77 WS-CANT-ENTREGADOS       PIC 9(5) VALUE ZEROS.
       77 WS-CANT-REBOTADOS        PIC 9(5) VALUE ZEROS.
       77 WS-CANT-REIMPRESOS       PIC 9(5) VALUE ZEROS.
       77 WS-MENSAJE-HALLADO       PIC X VALUE "N".
           88 MENSAJE-HALLADO      VALUE "S".

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

               DISPLAY "1. CARGAR PILA DE CORREO DEVUELTO"
               DISPLAY "2. PREFERENCIA DE CARTAS DE UN SOCIO"
               DISPLAY "3. LISTA DE FICHAS MARCADAS"
               DISPLAY "4. PROCESAR RESULTADOS DEL CORREO ELECTRONICO"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
                   WHEN 2 PERFORM 030-PREFERENCIA
                                  THRU 030-PREFERENCIA-EXIT
                   WHEN 3 PERFORM 040-LISTAR THRU 040-LISTAR-EXIT
                   WHEN 4 PERFORM 050-PROCESAR-RESULTADOS
                                  THRU 050-PROCESAR-RESULTADOS-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-IF.
           OPEN OUTPUT REPORTE-MARCADOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FICHAS CON CORREO DEVUELTO, E-MAIL REBOTADO O "
                                         DELIMITED BY SIZE
                   "SIN CARTAS - "       DELIMITED BY SIZE
                   WS-FECHA-HOY          DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           END-IF.
           PERFORM UNTIL FIN-REG-SOC
               IF SOCIO-CORREO-DEVUELTO OR SOCIO-SIN-CARTAS
                   OR SOCIO-EMAIL-REBOTADO
                   ADD 1 TO WS-CANT-MARCADOS
                   MOVE SPACES TO LINEA-REPORTE
                   IF SOCIO-CORREO-DEVUELTO
                               " CORREO DEVUELTO"  DELIMITED BY SIZE
                               INTO LINEA-REPORTE
                   ELSE
                       IF SOCIO-SIN-CARTAS
                           STRING SOCIO-CLAVE-STATUS
                                               DELIMITED BY SIZE
                                   " "         DELIMITED BY SIZE
                                   SOCIO-NOMBRE-STATUS (1:30)
                                               DELIMITED BY SIZE
                                   " SIN CARTAS"
                                               DELIMITED BY SIZE
                                   INTO LINEA-REPORTE
                       ELSE
                           STRING SOCIO-CLAVE-STATUS
                                               DELIMITED BY SIZE
                                   " "         DELIMITED BY SIZE
                                   SOCIO-NOMBRE-STATUS (1:30)
                                               DELIMITED BY SIZE
                                   " E-MAIL REBOTADO"
                                               DELIMITED BY SIZE
                                   INTO LINEA-REPORTE
                       END-IF
                   END-IF
                   WRITE LINEA-REPORTE
               END-IF
       040-LISTAR-EXIT.
           EXIT.

      *RESULTADOS DE LA PASARELA DE CORREO: LOS ENTREGADOS SOLO SE
      *CUENTAN; CADA REBOTE MARCA LA FICHA Y REIMPRIME EL MENSAJE.
      *AL TERMINAR SE VACIA EL ARCHIVO DE RESULTADOS PARA QUE LA
      *PROXIMA CORRIDA NO LOS VUELVA A PROCESAR.
       050-PROCESAR-RESULTADOS.
           MOVE ZEROS TO WS-CANT-ENTREGADOS.
           MOVE ZEROS TO WS-CANT-REBOTADOS.
           MOVE ZEROS TO WS-CANT-REIMPRESOS.
           OPEN INPUT RESULTADOS-CORREO.
           IF F-NOEXISTE-RES
               DISPLAY "NO HAY RESULTADOS DE LA PASARELA DE CORREO."
               CLOSE RESULTADOS-CORREO
               GO TO 050-PROCESAR-RESULTADOS-EXIT
           END-IF.
           OPEN I-O REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA SIENT01.FIC."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-SOCIOS
               CLOSE RESULTADOS-CORREO
               GO TO 050-PROCESAR-RESULTADOS-EXIT
           END-IF.
           OPEN OUTPUT REPORTE-REBOTADOS.
           MOVE SPACES TO LINEA-REBOTADO.
           STRING "CORREOS ELECTRONICOS REBOTADOS PARA ENVIO POSTAL - "
                                         DELIMITED BY SIZE
                   WS-FECHA-HOY          DELIMITED BY SIZE
                   INTO LINEA-REBOTADO.
           WRITE LINEA-REBOTADO.
           READ RESULTADOS-CORREO AT END SET FIN-RESULTADOS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-RESULTADOS
               IF RES-REBOTADO
                   ADD 1 TO WS-CANT-REBOTADOS
                   PERFORM 055-PROCESAR-REBOTE
                           THRU 055-PROCESAR-REBOTE-EXIT
               ELSE
                   ADD 1 TO WS-CANT-ENTREGADOS
               END-IF
               READ RESULTADOS-CORREO AT END SET FIN-RESULTADOS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REPORTE-REBOTADOS.
           CLOSE REG-SOCIOS.
           CLOSE RESULTADOS-CORREO.
           OPEN OUTPUT RESULTADOS-CORREO.
           CLOSE RESULTADOS-CORREO.
           DISPLAY "ENTREGADOS: " WS-CANT-ENTREGADOS
                   "  REBOTADOS: " WS-CANT-REBOTADOS
                   "  REIMPRESOS: " WS-CANT-REIMPRESOS
                   " (VER CORREO-REBOTADO.LST).".
       050-PROCESAR-RESULTADOS-EXIT.
           EXIT.

      *UN REBOTE: SI LA FICHA TODAVIA TIENE ESA DIRECCION SE MARCA
      *REBOTADA (UNA DIRECCION CARGADA DESPUES NO SE TOCA). EL AVISO
      *NO LLEGO, ASI QUE SALE IMPRESO: SALVO EL SOCIO SIN CARTAS, QUE
      *NO RECIBE NADA, Y EL DE CORREO POSTAL DEVUELTO, QUE QUEDA
      *ANOTADO PARA SEGUIMIENTO.
       055-PROCESAR-REBOTE.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE RES-SOCIO TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-SOC
               MOVE SPACES TO LINEA-REBOTADO
               STRING "MENSAJE "            DELIMITED BY SIZE
                       RES-NUMERO           DELIMITED BY SIZE
                       ": EL SOCIO "        DELIMITED BY SIZE
                       RES-SOCIO            DELIMITED BY SIZE
                       " NO EXISTE EN LA FICHA" DELIMITED BY SIZE
                       INTO LINEA-REBOTADO
               WRITE LINEA-REBOTADO
               GO TO 055-PROCESAR-REBOTE-EXIT
           END-IF.
           IF SOCIO-EMAIL-STATUS = RES-EMAIL
               AND NOT SOCIO-EMAIL-REBOTADO
               MOVE SOCIO-CLAVE-STATUS      TO AUDS-CLAVE
               MOVE "EMAIL-REBOTADO"        TO AUDS-CAMPO
               MOVE SOCIO-EMAIL-REB-STATUS  TO AUDS-ANTERIOR
               MOVE "S" TO SOCIO-EMAIL-REB-STATUS
               MOVE SOCIO-EMAIL-REB-STATUS  TO AUDS-NUEVO
               REWRITE DATOS-SOCIO-STATUS END-REWRITE
               MOVE "R" TO WS-JRN-OPERACION
               PERFORM JORNAL-SOCIO
               PERFORM AUDITAR-CAMBIO-SOCIO
           END-IF.
           IF SOCIO-SIN-CARTAS
               GO TO 055-PROCESAR-REBOTE-EXIT
           END-IF.
           MOVE SPACES TO LINEA-REBOTADO.
           WRITE LINEA-REBOTADO.
           IF SOCIO-CORREO-DEVUELTO
               MOVE SPACES TO LINEA-REBOTADO
               STRING "SOCIO "              DELIMITED BY SIZE
                       RES-SOCIO            DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       SOCIO-NOMBRE-STATUS (1:30) DELIMITED BY SIZE
                       " E-MAIL REBOTADO Y CORREO DEVUELTO:"
                                            DELIMITED BY SIZE
                       INTO LINEA-REBOTADO
               WRITE LINEA-REBOTADO
               MOVE "  SEGUIMIENTO, CONSEGUIR DIRECCION NUEVA."
                       TO LINEA-REBOTADO
               WRITE LINEA-REBOTADO
               GO TO 055-PROCESAR-REBOTE-EXIT
           END-IF.
           MOVE ALL "=" TO LINEA-REBOTADO.
           WRITE LINEA-REBOTADO.
           MOVE SPACES TO LINEA-REBOTADO.
           STRING "PARA: "                  DELIMITED BY SIZE
                   SOCIO-NOMBRE-STATUS      DELIMITED BY SIZE
                   INTO LINEA-REBOTADO.
           WRITE LINEA-REBOTADO.
           MOVE SPACES TO LINEA-REBOTADO.
           STRING "      "                  DELIMITED BY SIZE
                   SOCIO-DOMICILIO-STATUS   DELIMITED BY SIZE
                   INTO LINEA-REBOTADO.
           WRITE LINEA-REBOTADO.
           PERFORM 057-REIMPRIMIR-MENSAJE
                   THRU 057-REIMPRIMIR-MENSAJE-EXIT.
       055-PROCESAR-REBOTE-EXIT.
           EXIT.

      *BUSCA EL MENSAJE RES-NUMERO EN LA COLA (LOS NUMEROS CRECEN EN
      *EL ORDEN EN QUE SE AGREGAN) Y COPIA SUS RENGLONES DE TEXTO.
       057-REIMPRIMIR-MENSAJE.
           MOVE "N" TO WS-MENSAJE-HALLADO.
           OPEN INPUT COLA-CORREO.
           IF F-NOEXISTE-COLA
               CLOSE COLA-CORREO
           ELSE
               READ COLA-CORREO AT END SET FIN-COLA-CORREO TO TRUE
               END-READ
               PERFORM UNTIL FIN-COLA-CORREO
                       OR COLA-NUMERO > RES-NUMERO
                   IF COLA-NUMERO = RES-NUMERO
                       AND COLA-RENGLON NOT = ZEROS
                       MOVE "S" TO WS-MENSAJE-HALLADO
                       MOVE COLA-LINEA TO LINEA-REBOTADO
                       WRITE LINEA-REBOTADO
                   END-IF
                   READ COLA-CORREO AT END SET FIN-COLA-CORREO
                           TO TRUE END-READ
               END-PERFORM
               CLOSE COLA-CORREO
           END-IF.
           IF MENSAJE-HALLADO
               ADD 1 TO WS-CANT-REIMPRESOS
           ELSE
               MOVE SPACES TO LINEA-REBOTADO
               STRING "MENSAJE "            DELIMITED BY SIZE
                       RES-NUMERO           DELIMITED BY SIZE
                       " YA NO ESTA EN LA COLA: REIMPRIMIR DESDE "
                                            DELIMITED BY SIZE
                       "EL ORIGEN."         DELIMITED BY SIZE
                       INTO LINEA-REBOTADO
               WRITE LINEA-REBOTADO
           END-IF.
       057-REIMPRIMIR-MENSAJE-EXIT.
           EXIT.

      *ESCRIBE UNA LINEA DE AUDITORIA DE LA FICHA DE ENTIDADES,
      *MISMO ARMADO QUE AUDITAR-CAMBIO-SOCIO EN SUSPENSION-AUTO.
       AUDITAR-CAMBIO-SOCIO.
