      *DOMICILIO DEL DONANTE Y EL DESTINO DE CADA ITEM. CUANDO LA
      *ASOCIACION DE AMIGOS PREGUNTE QUE FUE DE SUS CAJAS, AHORA
      *HAY RESPUESTA.
      *LAS LINEAS DE CARGA SALEN CON ORIGEN "D" PARA QUE LA CARGA
      *MASIVA ABRA EL LOTE EN LA COLA DE PROCESO TECNICO COMO
      *DONACION.
      *LA CARTA LLEVA MEMBRETE (NOMBRE, DOMICILIO Y TELEFONO DE LA
      *BIBLIOTECA) Y FIRMA SI ESTAN CARGADOS EN LOS PARAMETROS DEL
      *SISTEMA (MANT-PARAMETROS); SIN ELLOS SALE COMO ANTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 CARGA-VALOR-REPOSICION      PIC 9(6)V99.
      *AUTOR DEL TITULO (AGREGADO AL FINAL).
           05 CARGA-AUTOR                 PIC X(20).
      *PROCEDENCIA PARA LA COLA DE PROCESO TECNICO: "C" COMPRA,
      *"D" DONACION (AGREGADO AL FINAL).
           05 CARGA-ORIGEN                PIC X(1).

       FD CARTAS.
       01 LINEA-CARTA                 PIC X(80).
       77 WS-CANT-ACEPTADOS        PIC 9(3) VALUE ZEROS.
       77 WS-CANT-RECHAZADOS       PIC 9(3) VALUE ZEROS.

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *MEMBRETE Y FIRMA DE LA CARTA: SOLO SE IMPRIMEN LOS CARGADOS.
       77 NOMBRE-BIBLIOTECA        PIC X(30) VALUE SPACES.
       77 DOMICILIO-BIBLIOTECA     PIC X(40) VALUE SPACES.
       77 TELEFONO-BIBLIOTECA      PIC X(20) VALUE SPACES.
       77 FIRMA-NOMBRE             PIC X(40) VALUE SPACES.
       77 FIRMA-CARGO              PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== DONACIONES ====="
      *DESPUES EN REGISTRAR-LIBRO SI HACE FALTA TASARLO.
           MOVE ZEROS             TO CARGA-VALOR-REPOSICION.
           MOVE SPACES            TO CARGA-AUTOR.
           MOVE "D"               TO CARGA-ORIGEN.
           WRITE LINEA-CARGA.
           CLOSE CARGA-LIBROS.

           END-IF.
           MOVE ALL "=" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           PERFORM 055-MEMBRETE-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "AGRADECIMIENTO - DONACION " DELIMITED BY SIZE
                   WS-NUMERO                   DELIMITED BY SIZE
               READ DONACIONES NEXT RECORD AT END SET FIN-DONACIONES
                       TO TRUE END-READ
           END-PERFORM.
           PERFORM 056-FIRMA-CARTA.
           MOVE ALL "=" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
       050-CARTA-AGRADECIMIENTO-EXIT.
           EXIT.

      *MEMBRETE: NOMBRE, DOMICILIO Y TELEFONO DE LA BIBLIOTECA, CADA
      *UNO SOLO SI ESTA CARGADO.
       055-MEMBRETE-CARTA.
           IF NOMBRE-BIBLIOTECA NOT = SPACES
               MOVE NOMBRE-BIBLIOTECA TO LINEA-CARTA
               WRITE LINEA-CARTA
           END-IF.
           IF DOMICILIO-BIBLIOTECA NOT = SPACES
               MOVE DOMICILIO-BIBLIOTECA TO LINEA-CARTA
               WRITE LINEA-CARTA
           END-IF.
           IF TELEFONO-BIBLIOTECA NOT = SPACES
               MOVE SPACES TO LINEA-CARTA
               STRING "TEL. "             DELIMITED BY SIZE
                       TELEFONO-BIBLIOTECA DELIMITED BY SIZE
                       INTO LINEA-CARTA
               WRITE LINEA-CARTA
           END-IF.

      *FIRMA AL PIE, SI ESTA CARGADA: NOMBRE Y CARGO.
       056-FIRMA-CARTA.
           IF FIRMA-NOMBRE NOT = SPACES
               MOVE SPACES TO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE FIRMA-NOMBRE TO LINEA-CARTA
               WRITE LINEA-CARTA
               IF FIRMA-CARGO NOT = SPACES
                   MOVE FIRMA-CARGO TO LINEA-CARTA
                   WRITE LINEA-CARTA
               END-IF
           END-IF.

      *EL RESULTADO QUEDA EN WS-DON-VALIDO Y LOS DATOS DEL DONANTE
      *EN WS-NOMBRE-DON / WS-DOMICILIO-DON; EL CLOSE PISA EL FILE
      *STATUS, ASI QUE NO SE CONSULTA DESPUES DE VOLVER.
           WRITE LINEA-NUMERADOR.
           CLOSE DON-NUMERADOR.

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
