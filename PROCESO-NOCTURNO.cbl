      * 12. INDICE-TITULOS                         - RECONSTRUYE EL
      *                                             INDICE DE PALABRAS
      *                                             DE LA BUSQUEDA
      * 13. RECORDATORIOS                         - AVISO DE CORTESIA
      *                                             A LOS PRESTAMOS
      *                                             POR VENCER
      * 14. PREINSC-NOCHE                         - PREINSCRIPCIONES
      *                                             WEB A LA COLA DEL
      *                                             MOSTRADOR
      * 15. CUENTAS-WEB                           - CUENTAS DE SOCIO
      *                                             PARA "MI CUENTA"
      *                                             EN EL SITIO
      * 16. USUARIOS-INACTIVOS                    - BLOQUEA USUARIOS
      *                                             DEL SISTEMA SIN
      *                                             USO
      *CADA UNO SE INVOCA CON CALL, MISMO ORDEN EN QUE SE CORRERIAN A
      *MANO. LOS PROGRAMAS TERMINAN SU MENU CON GOBACK EN LUGAR DE
      *STOP RUN PARA PODER DEVOLVER EL CONTROL A ESTE DRIVER.
      *  INTERACTIVOS CONSULTAN AL FIRMARSE Y ENTRE OPERACIONES, Y
      *  LA APAGA AL TERMINAR (TAMBIEN SI LA CADENA SE CORTO: UNA
      *  SENIAL COLGADA DEJARIA EL MOSTRADOR CERRADO A LA MANIANA).
      *15/10/2026 - AGREGADO EL PASO 13 (RECORDATORIOS): AVISO DE
      *  CORTESIA A LOS SOCIOS CON PRESTAMOS QUE VENCEN EN LOS DOS
      *  PROXIMOS DIAS ABIERTOS.
      *15/10/2026 - AGREGADO EL PASO 14 (PREINSC-NOCHE): PASA LAS
      *  PREINSCRIPCIONES HECHAS EN LA WEB A LA COLA DEL MOSTRADOR,
      *  MARCANDO LOS PROBABLES DUPLICADOS, Y VENCE LAS QUE NO SE
      *  CONFIRMARON A TIEMPO.
      *15/10/2026 - AGREGADO EL PASO 15 (CUENTAS-WEB): EXPORTA PARA
      *  LA PAGINA "MI CUENTA" LOS PRESTAMOS, RESERVAS, MULTAS Y
      *  VENCIMIENTO DE CADA SOCIO CON ACCESO WEB. VA DESPUES DE
      *  RESERVAS-NOCHE PARA QUE LAS COLAS YA ESTEN AL DIA.
      *15/10/2026 - AGREGADO EL PASO 16 (USUARIOS-INACTIVOS): PASA A
      *  NIVEL "B" A LOS USUARIOS DE SIENT02.FIC SIN INGRESOS EN LOS
      *  DIAS DE ACCESOS-PARAM.DAT, CON SU LINEA EN LA AUDITORIA DE
      *  PARAMETROS.
      *15/10/2026 - CADA LINEA DEL LIBRO DE CONTROL LLEVA EL LARGO DE
      *  LA CADENA FIJA CON QUE SE GRABO (CTL-CANT-PASOS, AGREGADO AL
      *  FINAL). LA MARCA DE CADENA COMPLETA ES EL ULTIMO PASO DE LA
      *  CADENA DE ESA CORRIDA Y NO EL DE LA ACTUAL, ASI AGREGAR UN
      *  PASO YA NO HACE VER A MEDIAS LA CORRIDA ANTERIOR NI OFRECE
      *  RETOMAR DESDE EL PASO NUEVO; Y UN PASO MAYOR QUE ESE LARGO
      *  ES UN TRABAJO DE AGENDA, AUNQUE HOY ESE NUMERO SEA FIJO. LAS
      *  LINEAS VIEJAS SE COMPLETAN UNA VEZ CON MIGRA-CONTROL-NOCTURNO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *LIBRO DE CONTROL DE CORRIDAS: EVENTO "I" AL INICIAR UN PASO
      *(RC 99 = EN CURSO) Y EVENTO "F" AL TERMINARLO CON SU
      *RETURN-CODE REAL; EL ULTIMO PASO DE LA CADENA CON EVENTO "F"
      *Y RC 0 MARCA LA CADENA COMPLETA DE ESA FECHA. CADA LINEA
      *LLEVA EL LARGO DE LA CADENA FIJA AL GRABARSE.
           SELECT CONTROL-NOCTURNO ASSIGN TO "CONTROL-NOCTURNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.
               88 CTL-ES-FIN          VALUE "F".
           05 CTL-HORA                PIC 9(8).
           05 CTL-RETORNO             PIC 9(4).
      *CANTIDAD DE PASOS DE LA CADENA FIJA CUANDO SE GRABO LA LINEA
      *(AGREGADO AL FINAL).
           05 CTL-CANT-PASOS          PIC 9(2).

       FD AGENDA-BATCH.
       01 LINEA-AGENDA.
       77 WS-HORA                 PIC 9(8).
       77 WS-PASO                 PIC 9(2) VALUE ZEROS.
       77 WS-PASO-INICIO          PIC 9(2) VALUE 1.
       77 CANTIDAD-PASOS          PIC 9(2) VALUE 16.
       77 WS-RESPUESTA            PIC X VALUE "N".
       77 WS-CADENA-CORTADA       PIC X VALUE "N".
           88 CADENA-CORTADA      VALUE "S".
      *99=NUNCA ARRANCO) Y SI LA CADENA LLEGO A SU MARCA DE FIN.
       77 WS-ULTIMA-FECHA         PIC 9(8) VALUE ZEROS.
       01 TABLA-ESTADO-PASOS.
           05 ESTADO-PASO OCCURS 16 TIMES PIC 9(4).
       77 WS-ULTIMA-COMPLETA      PIC X VALUE "N".
           88 ULTIMA-COMPLETA     VALUE "S".
      *LARGO DE LA CADENA CON QUE SE GRABO LA LINEA LEIDA (LA
      *ACTUAL SI LA LINEA ES ANTERIOR AL CAMPO).
       77 WS-LARGO-LINEA          PIC 9(2) VALUE ZEROS.
       77 WS-IND                  PIC 9(2) VALUE ZEROS.

      *AGENDA EN MEMORIA: SE CARGA ENTERA, SE CORRE LO QUE TOCA Y

      *CORRE LOS TRABAJOS DE LA AGENDA QUE TOCAN ESTA NOCHE Y CANTA
      *LOS ATRASADOS. LOS PASOS DE AGENDA SE ANOTAN EN EL LIBRO DE
      *CONTROL CON NUMEROS A CONTINUACION DE LA CADENA FIJA (17 EN
      *ADELANTE CON LOS 16 PASOS ACTUALES); SU REINTENTO NO PASA POR
      *DETERMINAR-REINICIO SINO POR LA FECHA DE ULTIMA CORRIDA: UN
      *TRABAJO QUE FALLO SIGUE CON FECHA VIEJA Y VUELVE A TOCAR.
       CORRER-AGENDA.
           PERFORM REGISTRAR-INICIO.
           EVALUATE WS-PASO
               WHEN 1
                   DISPLAY "PASO 1/16: RESGUARDO-MAESTROS"
                   CALL "RESGUARDO-MAESTROS"
               WHEN 2
                   DISPLAY "PASO 2/16: VENTAS-LOCAL"
                   CALL "VENTAS-LOCAL"
               WHEN 3
                   DISPLAY "PASO 3/16: REVISION-FINANCIERA"
                   CALL "REVISION-FINANCIERA"
               WHEN 4
                   DISPLAY "PASO 4/16: REP-GANANCIAS"
                   CALL "REP-GANANCIAS"
               WHEN 5
                   DISPLAY "PASO 5/16: EXPORT-WEB"
                   CALL "EXPORT-WEB"
               WHEN 6
                   DISPLAY "PASO 6/16: SINCRO-WEB"
                   CALL "SINCRO-WEB"
               WHEN 7
                   DISPLAY "PASO 7/16: WEB-SOLICITUDES"
                   CALL "WEB-SOLICITUDES"
               WHEN 8
                   DISPLAY "PASO 8/16: VERIFICA-ARCHIVOS"
                   CALL "VERIFICA-ARCHIVOS"
               WHEN 9
                   DISPLAY "PASO 9/16: AUDITA-INTEGRIDAD"
                   CALL "AUDITA-INTEGRIDAD"
               WHEN 10
                   DISPLAY "PASO 10/16: DIGESTO-ERRORES"
                   CALL "DIGESTO-ERRORES"
               WHEN 11
                   DISPLAY "PASO 11/16: RESERVAS-NOCHE"
                   CALL "RESERVAS-NOCHE"
               WHEN 12
                   DISPLAY "PASO 12/16: INDICE-TITULOS"
                   CALL "INDICE-TITULOS"
               WHEN 13
                   DISPLAY "PASO 13/16: RECORDATORIOS"
                   CALL "RECORDATORIOS"
               WHEN 14
                   DISPLAY "PASO 14/16: PREINSC-NOCHE"
                   CALL "PREINSC-NOCHE"
               WHEN 15
                   DISPLAY "PASO 15/16: CUENTAS-WEB"
                   CALL "CUENTAS-WEB"
               WHEN 16
                   DISPLAY "PASO 16/16: USUARIOS-INACTIVOS"
                   CALL "USUARIOS-INACTIVOS"
           END-EVALUATE.
           PERFORM REGISTRAR-FIN.
           IF RETURN-CODE NOT = ZERO
           MOVE "I"          TO CTL-EVENTO.
           MOVE WS-HORA      TO CTL-HORA.
           MOVE 99           TO CTL-RETORNO.
           MOVE CANTIDAD-PASOS TO CTL-CANT-PASOS.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-NOCTURNO.

           MOVE "F"          TO CTL-EVENTO.
           MOVE WS-HORA      TO CTL-HORA.
           MOVE RETURN-CODE  TO CTL-RETORNO.
           MOVE CANTIDAD-PASOS TO CTL-CANT-PASOS.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-NOCTURNO.

      *RECORRE EL LIBRO DE CONTROL RECONSTRUYENDO LA ULTIMA CORRIDA
      *REGISTRADA. SI ESA CORRIDA NO LLEGO A SU MARCA DE FIN, SE
      *OFRECE RETOMAR DESDE EL PRIMER PASO QUE NO TERMINO BIEN; SI
      *EL OPERADOR DECLINA, LA CADENA ARRANCA COMPLETA DESDE 1. LA
      *MARCA Y LOS PASOS DE AGENDA SE MIDEN CON EL LARGO DE CADENA
      *GRABADO EN CADA LINEA.
       DETERMINAR-REINICIO.
           MOVE 1 TO WS-PASO-INICIO.
           MOVE ZEROS TO WS-ULTIMA-FECHA.
                       MOVE 99 TO ESTADO-PASO (WS-IND)
                   END-PERFORM
               END-IF
               IF CTL-CANT-PASOS IS NUMERIC
                   AND CTL-CANT-PASOS NOT = ZEROS
                   MOVE CTL-CANT-PASOS TO WS-LARGO-LINEA
               ELSE
                   MOVE CANTIDAD-PASOS TO WS-LARGO-LINEA
               END-IF
               IF CTL-PASO = WS-LARGO-LINEA
                   IF CTL-ES-FIN AND CTL-RETORNO = ZEROS
                       MOVE "S" TO WS-ULTIMA-COMPLETA
                   END-IF
               ELSE
                   IF CTL-PASO >= 1 AND CTL-PASO < WS-LARGO-LINEA
                       AND CTL-PASO <= CANTIDAD-PASOS
                       IF CTL-ES-INICIO
                           MOVE 98 TO ESTADO-PASO (CTL-PASO)
                       ELSE
