      *REIMPRESION POR EXTRAVIO DEJA CONSTANCIA EN LAS NOTAS DEL
      *SOCIO (SIENT01T.FIC), ASI LOS "PERDEDORES SERIALES" SALTAN A
      *LA VISTA CON F15 DESDE SIENT01M.
      *LOS PROCESOS QUE CAMBIAN LA FICHA DE FORMA QUE EL CARNET
      *QUEDA VIEJO (MAYORIA-EDAD) ENCOLAN LA CLAVE EN
      *CARNETS-PENDIENTES.DAT; LA OPCION 4 IMPRIME ESA COLA Y LA
      *VACIA.
      *EL NOMBRE DE LA BIBLIOTECA QUE ENCABEZA EL CARNET SE TOMA DE
      *LOS PARAMETROS DEL SISTEMA (MANT-PARAMETROS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARNETS.

      *COLA DE CARNETS A IMPRIMIR QUE DEJAN OTROS PROCESOS.
           SELECT CARNETS-PENDIENTES ASSIGN TO "CARNETS-PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTES.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
       FD CARNETS.
       01 LINEA-CARNET                PIC X(40).

      *UN CARNET A IMPRIMIR: CLAVE, FECHA DEL PEDIDO Y QUIEN LO
      *ENCOLO.
       FD CARNETS-PENDIENTES.
       01 DATOS-PENDIENTE.
           05 PEN-CLAVE               PIC X(11).
           05 PEN-FECHA               PIC 9(8).
           05 PEN-ORIGEN              PIC X(10).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

           88 ESTA-CARNETS         VALUE "00" "02".
           88 F-NOEXISTE-CARNETS   VALUE "05" "35".

       77 FS-PENDIENTES            PIC XX.
           88 FIN-PENDIENTES       VALUE "10".
           88 F-NOEXISTE-PEN       VALUE "35".

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".


       77 NOMBRE-BIBLIOTECA        PIC X(30)
               VALUE "BIBLIOTECA POPULAR MUNICIPAL".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-CLAVE                 PIC X(11) VALUE SPACES.
       77 WS-CLAVE-HASTA           PIC X(11) VALUE SPACES.
       77 WS-CANT-IMPRESOS         PIC 9(4) VALUE ZEROS.
       77 WS-CANT-SIN-FICHA        PIC 9(4) VALUE ZEROS.
       77 WS-ES-REIMPRESION        PIC X VALUE "N".
           88 ES-REIMPRESION       VALUE "S".
       77 WS-NOTA-NUEVA            PIC X(68) VALUE SPACES.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== IMPRESION DE CARNETS ====="
               DISPLAY "1. CARNET DE UN SOCIO"
               DISPLAY "2. CARNETS DE UN RANGO DE CLAVES"
               DISPLAY "3. REIMPRESION POR EXTRAVIO"
               DISPLAY "4. CARNETS PENDIENTES (COLA)"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
                   WHEN 3 MOVE "S" TO WS-ES-REIMPRESION
                          PERFORM 020-CARNET-UNO
                                  THRU 020-CARNET-UNO-EXIT
                   WHEN 4 MOVE "N" TO WS-ES-REIMPRESION
                          PERFORM 070-CARNETS-PENDIENTES
                                  THRU 070-CARNETS-PENDIENTES-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
       060-ANOTAR-REIMPRESION-EXIT.
           EXIT.

      *IMPRIME UN CARNET POR CADA CLAVE DE CARNETS-PENDIENTES.DAT Y
      *DEJA LA COLA VACIA. LA CLAVE QUE YA NO TIENE FICHA SE
      *INFORMA Y SE DESCARTA.
       070-CARNETS-PENDIENTES.
           OPEN INPUT CARNETS-PENDIENTES.
           IF F-NOEXISTE-PEN
               DISPLAY "NO HAY CARNETS PENDIENTES."
               GO TO 070-CARNETS-PENDIENTES-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-CANT-IMPRESOS WS-CANT-SIN-FICHA.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA SIENT01.FIC."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-SOCIOS
               CLOSE CARNETS-PENDIENTES
               GO TO 070-CARNETS-PENDIENTES-EXIT
           END-IF.
           PERFORM 040-ABRIR-CARNETS.
           READ CARNETS-PENDIENTES AT END SET FIN-PENDIENTES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-PENDIENTES
               MOVE PEN-CLAVE TO SOCIO-CLAVE-STATUS
               READ REG-SOCIOS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-SOC
                   PERFORM 050-IMPRIMIR-CARNET
                   ADD 1 TO WS-CANT-IMPRESOS
               ELSE
                   ADD 1 TO WS-CANT-SIN-FICHA
                   DISPLAY "SIN FICHA, SE DESCARTA: " PEN-CLAVE
                           " (" PEN-ORIGEN " " PEN-FECHA ")"
               END-IF
               READ CARNETS-PENDIENTES AT END
                       SET FIN-PENDIENTES TO TRUE END-READ
           END-PERFORM.
           CLOSE CARNETS.
           CLOSE REG-SOCIOS.
           CLOSE CARNETS-PENDIENTES.
           OPEN OUTPUT CARNETS-PENDIENTES.
           CLOSE CARNETS-PENDIENTES.
           DISPLAY WS-CANT-IMPRESOS " CARNETS PENDIENTES IMPRESOS EN "
                   "CARNETS.LST.".
           IF WS-CANT-SIN-FICHA > ZEROS
               DISPLAY WS-CANT-SIN-FICHA " CLAVES SIN FICHA."
           END-IF.
       070-CARNETS-PENDIENTES-EXIT.
           EXIT.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "NOMBRE-BIBLIO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO NOMBRE-BIBLIOTECA
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
