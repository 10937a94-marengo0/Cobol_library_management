      *    ERRORES.LOG ARRANCA VACIO Y EL CONTADOR VUELVE A CERO.
      *    EL ARCHIVO DE ARCHIVO ES UNICO CON SECCIONES FECHADAS
      *    PORQUE LOS ASSIGN DE ESTE SISTEMA SON NOMBRES FIJOS.
      *15/10/2026 - AL EMPEZAR LLAMA A TIEMPOS-NOCHE, QUE ARMA LA
      *  TENDENCIA DE TIEMPOS DE LA CADENA (TIEMPOS-NOCHE.LST) Y
      *  ESTIMA LA HORA DE FIN DE LA CADENA EN CURSO; SI QUEDA CERCA
      *  DE LA APERTURA DEJA SU LINEA EN LA BITACORA, QUE ESTE
      *  DIGESTO TOMA COMO CUALQUIER OTRA Y ADEMAS CANTA APARTE EN
      *  EL CARTEL DE LA MANIANA.
      *15/10/2026 - LAS LINEAS DE CAPACIDADES (CAMPOS Y NUMERADORES
      *  QUE LLEGAN A SU TOPE DENTRO DEL HORIZONTE) SE LISTAN APARTE
      *  EN EXCEPCIONES.LST CON EL NOMBRE DE CADA DATO Y SE CANTAN
      *  EN EL CARTEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WS-GRUPO-HALLADO         PIC X VALUE "N".
           88 GRUPO-HALLADO        VALUE "S".
       77 WS-SEV-PAGINA            PIC X VALUE "E".
      *AVISO DE TIEMPOS-NOCHE ENTRE LAS LINEAS NUEVAS: LA CADENA
      *PODRIA TERMINAR CERCA O DESPUES DE LA APERTURA.
       77 WS-AVISO-TIEMPOS         PIC X VALUE "N".
           88 HAY-AVISO-TIEMPOS    VALUE "S".
      *DATOS QUE CAPACIDADES AVISA CERCA DE SU TOPE (EL NOMBRE DEL
      *DATO VA EN LA LINEA EN EL LUGAR DEL ARCHIVO).
       77 MAX-CAPACIDAD            PIC 9(2) VALUE 30.
       01 TABLA-CAPACIDAD.
           05 CAPACIDAD-DATO OCCURS 30 TIMES PIC X(20).
       77 WS-CANT-CAPACIDAD        PIC 9(2) VALUE ZEROS.
       77 WS-IND-CAP               PIC 9(2) VALUE ZEROS.
       77 WS-DATO-HALLADO          PIC X VALUE "N".
           88 DATO-HALLADO         VALUE "S".

      *DESARME DE CADA LINEA DE LA BITACORA: EL PROGRAMA ES LA
      *PRIMERA PALABRA, EL STATUS VIENE DESPUES DE "STATUS=" Y LA
       PROCEDURE DIVISION.

       010-PRINCIPAL.
           CALL "TIEMPOS-NOCHE"
               ON EXCEPTION
               DISPLAY "NO SE PUDO LLAMAR A TIEMPOS-NOCHE."
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY(1:6) TO WS-MES-HOY.
           END-IF.
           MOVE ZEROS TO WS-LINEA-ACTUAL WS-LINEAS-NUEVAS
                         WS-CANT-GRUPOS WS-GRUPOS-DESBORDADOS
                         WS-CANT-FATALES WS-CANT-CAPACIDAD.
           INITIALIZE TABLA-GRUPOS.
           READ ERROR-LOG AT END SET FIN-ERROR-LOG TO TRUE END-READ.
           PERFORM UNTIL FIN-ERROR-LOG
               DISPLAY "*  " WS-CANT-FATALES " LINEAS FATALES: "
                       "ATENDER ANTES DE ABRIR AL PUBLICO"
           END-IF.
           IF HAY-AVISO-TIEMPOS
               DISPLAY "*  LA CADENA NOCTURNA PODRIA TERMINAR CERCA "
                       "DE LA APERTURA: VER TIEMPOS-NOCHE.LST"
           END-IF.
           IF WS-CANT-CAPACIDAD NOT = ZEROS
               DISPLAY "*  " WS-CANT-CAPACIDAD " CAMPOS O NUMERADORES "
                       "CERCA DE SU TOPE: VER CAPACIDADES.LST"
           END-IF.
           DISPLAY "*  REVISE EXCEPCIONES.LST Y MARQUE LO ATENDIDO  *".
           DISPLAY "*  CON ATIENDE-ERRORES.                         *".
           DISPLAY "*************************************************".
           IF WS-SEVERIDAD-LINEA = "F"
               ADD 1 TO WS-CANT-FATALES
           END-IF.
           IF WS-PROGRAMA-LINEA = "TIEMPOS-NOCHE"
               MOVE "S" TO WS-AVISO-TIEMPOS
           END-IF.
           IF WS-PROGRAMA-LINEA = "CAPACIDADES"
               PERFORM 035-ANOTAR-CAPACIDAD
           END-IF.
           MOVE "N" TO WS-GRUPO-HALLADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-GRUPOS OR GRUPO-HALLADO
               END-IF
           END-IF.

      *UN DATO SE ANOTA UNA SOLA VEZ AUNQUE CAPACIDADES HAYA CORRIDO
      *MAS DE UNA VEZ ENTRE DOS DIGESTOS.
       035-ANOTAR-CAPACIDAD.
           MOVE "N" TO WS-DATO-HALLADO.
           PERFORM VARYING WS-IND-CAP FROM 1 BY 1
                   UNTIL WS-IND-CAP > WS-CANT-CAPACIDAD OR DATO-HALLADO
               IF CAPACIDAD-DATO (WS-IND-CAP) = LINEA-ERROR-LOG (13:20)
                   MOVE "S" TO WS-DATO-HALLADO
               END-IF
           END-PERFORM.
           IF NOT DATO-HALLADO AND WS-CANT-CAPACIDAD < MAX-CAPACIDAD
               ADD 1 TO WS-CANT-CAPACIDAD
               MOVE LINEA-ERROR-LOG (13:20)
                       TO CAPACIDAD-DATO (WS-CANT-CAPACIDAD)
           END-IF.

      *EL REPORTE SALE PAGINADO POR SEVERIDAD: FATALES ARRIBA DE
      *TODO, DESPUES ERRORES, DESPUES AVISOS.
       040-GENERAR-REPORTE.
           MOVE "W" TO WS-SEV-PAGINA.
           MOVE "AVISOS:" TO LINEA-EXCEPCION.
           PERFORM 045-PAGINA-SEVERIDAD.
           IF WS-CANT-CAPACIDAD NOT = ZEROS
               MOVE SPACES TO LINEA-EXCEPCION
               STRING "LIMITES DE CAPACIDAD A LA VISTA "
                                               DELIMITED BY SIZE
                       "(VER CAPACIDADES.LST):" DELIMITED BY SIZE
                       INTO LINEA-EXCEPCION
               WRITE LINEA-EXCEPCION
               PERFORM VARYING WS-IND-CAP FROM 1 BY 1
                       UNTIL WS-IND-CAP > WS-CANT-CAPACIDAD
                   MOVE SPACES TO LINEA-EXCEPCION
                   STRING "  "                   DELIMITED BY SIZE
                           CAPACIDAD-DATO (WS-IND-CAP)
                                                 DELIMITED BY SIZE
                           INTO LINEA-EXCEPCION
                   WRITE LINEA-EXCEPCION
               END-PERFORM
               MOVE SPACES TO LINEA-EXCEPCION
               WRITE LINEA-EXCEPCION
           END-IF.
           IF WS-GRUPOS-DESBORDADOS NOT = ZEROS
               MOVE SPACES TO LINEA-EXCEPCION
               STRING "LINEAS SIN AGRUPAR POR TABLA LLENA: "
