      *VIEJAS CONSERVAN SU TARIFA HISTORICA. SIN ARCHIVO O SIN
      *TARIFA VIGENTE RIGE LA TARIFA FIJA DE SIEMPRE, SIN GRACIA NI
      *TOPE. CAMBIAR LA TARIFA YA NO REQUIERE UN PROGRAMADOR.
      *15/10/2026 - TARIFA DE DANIOS (TARIFA-DANIOS.DAT), MISMO
      *  ESQUEMA DE VIGENCIAS: PORCENTAJE DEL VALOR DE REPOSICION
      *  QUE SE COBRA AL DEVOLVER UN EJEMPLAR CON DANIO LEVE, A
      *  REPARAR O INSERVIBLE (DEVOLVER-LIBRO EN REGISTROLIBROS).
      *  SIN TARIFA VIGENTE RIGEN 10, 50 Y 100 POR CIENTO.
      *15/10/2026 - REGLA DE AUSENCIAS EN RESERVAS
      *  (TARIFA-AUSENCIAS.DAT), MISMO ESQUEMA DE VIGENCIAS: CUANTAS
      *  RETENCIONES SIN RETIRAR EN LA VENTANA MOVIL DE DIAS HACEN
      *  AL SOCIO REINCIDENTE, CUANTOS DIAS QUEDA SIN PODER RESERVAR
      *  Y EL CARGO OPTATIVO POR AUSENCIA (0 = SIN CARGO) QUE
      *  RESERVAS-NOCHE ASIENTA EN EL LIBRO MAYOR. SIN REGLA VIGENTE
      *  RIGEN 3 AUSENCIAS EN 180 DIAS, 30 DIAS SIN RESERVAR Y SIN
      *  CARGO.
      *15/10/2026 - SE PIDE EL OPERADOR AL ENTRAR Y CADA ALTA, CAMBIO
      *  O BAJA DE LAS TRES TARIFAS DEJA EN AUDITORIA-PARAMETROS.DAT
      *  EL VALOR ANTERIOR Y EL NUEVO DE CADA CAMPO, CON FECHA Y
      *  HORA (TABLAS "MULTAS", "DANIOS" Y "AUSENCIAS").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TAR-FECHA-VIGENCIA
               FILE STATUS IS FS-TARIFAS.

           SELECT TARIFAS-DANIO ASSIGN TO "TARIFA-DANIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDA-FECHA-VIGENCIA
               FILE STATUS IS FS-TARIFAS-DANIO.

           SELECT TARIFAS-AUSENCIA ASSIGN TO "TARIFA-AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAU-FECHA-VIGENCIA
               FILE STATUS IS FS-TARIFAS-AUSENCIA.

      *TRAZA DE AUDITORIA DE LAS TABLAS DE PARAMETROS (TARIFAS,
      *POLITICAS, CLASES, CALENDARIO, CATEGORIAS, PRECIOS Y
      *PERMISOS), COMUN A TODOS LOS PROGRAMAS QUE LAS MANTIENEN. LA
      *CONSULTA ES CONSULTA-AUD-PARAM.
           SELECT AUDITORIA-PARAMETROS
               ASSIGN TO "AUDITORIA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-PAR.

       DATA DIVISION.
       FILE SECTION.

           05 TAR-DIAS-GRACIA         PIC 9(2).
           05 TAR-TOPE-PORCIENTO      PIC 9(3).

      *PORCENTAJES DEL VALOR DE REPOSICION POR ESTADO DEL EJEMPLAR
      *DEVUELTO.
       FD TARIFAS-DANIO.
       01 DATOS-TARIFA-DANIO.
           05 TDA-FECHA-VIGENCIA      PIC 9(8).
           05 TDA-PORC-LEVE           PIC 9(3).
           05 TDA-PORC-REPARAR        PIC 9(3).
           05 TDA-PORC-INSERVIBLE     PIC 9(3).

      *REGLA DE REINCIDENCIA EN RETENCIONES NO RETIRADAS.
       FD TARIFAS-AUSENCIA.
       01 DATOS-TARIFA-AUSENCIA.
           05 TAU-FECHA-VIGENCIA      PIC 9(8).
           05 TAU-UMBRAL              PIC 9(2).
           05 TAU-VENTANA-DIAS        PIC 9(3).
           05 TAU-DIAS-BLOQUEO        PIC 9(3).
           05 TAU-CARGO               PIC 9(4)V99.

      *LINEA DE AUDITORIA DE PARAMETROS: TABLA, OPERACION (A/M/B),
      *CLAVE, CAMPO, ANTERIOR -> NUEVO, FECHA Y HORA, OPERADOR.
       FD AUDITORIA-PARAMETROS.
       01 LINEA-AUDITORIA-PAR         PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-TARIFAS               PIC XX.
           88 ESTA-TARIFA          VALUE "00" "02".
           88 FIN-TARIFAS          VALUE "10".
           88 F-NOEXISTE-TAR       VALUE "35".

       77 FS-TARIFAS-DANIO         PIC XX.
           88 ESTA-TARIFA-DANIO    VALUE "00" "02".
           88 FIN-TARIFAS-DANIO    VALUE "10".
           88 F-NOEXISTE-TDA       VALUE "35".

       77 FS-TARIFAS-AUSENCIA      PIC XX.
           88 ESTA-TARIFA-AUSENCIA VALUE "00" "02".
           88 FIN-TARIFAS-AUSENCIA VALUE "10".
           88 F-NOEXISTE-TAU       VALUE "35".

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-VIGENCIA        PIC 9(8) VALUE ZEROS.
       77 WS-MONTO-DIA             PIC 9(4)V99 VALUE ZEROS.
       77 WS-DIAS-GRACIA           PIC 9(2) VALUE ZEROS.
       77 WS-TOPE-PORCIENTO        PIC 9(3) VALUE ZEROS.
       77 WS-PORC-LEVE             PIC 9(3) VALUE ZEROS.
       77 WS-PORC-REPARAR          PIC 9(3) VALUE ZEROS.
       77 WS-PORC-INSERVIBLE       PIC 9(3) VALUE ZEROS.
       77 WS-UMBRAL                PIC 9(2) VALUE ZEROS.
       77 WS-VENTANA-DIAS          PIC 9(3) VALUE ZEROS.
       77 WS-DIAS-BLOQUEO          PIC 9(3) VALUE ZEROS.
       77 WS-CARGO                 PIC 9(4)V99 VALUE ZEROS.
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-CANT                  PIC 9(3) VALUE ZEROS.

       77 FS-AUDITORIA-PAR         PIC XX.
           88 F-NOEXISTE-AUDPAR    VALUE "05" "35".
      *CAMPOS DE LA LINEA DE AUDITORIA DE PARAMETROS. EL OPERADOR SE
      *PIDE UNA VEZ AL ENTRAR Y FIRMA TODOS LOS CAMBIOS DE LA SESION.
       77 AUDP-TABLA               PIC X(10) VALUE SPACES.
       77 AUDP-OPERACION           PIC X(01) VALUE SPACES.
           88 AUDP-ES-ALTA         VALUE "A".
           88 AUDP-ES-MODIF        VALUE "M".
           88 AUDP-ES-BAJA         VALUE "B".
       77 AUDP-CLAVE               PIC X(15) VALUE SPACES.
       77 AUDP-CAMPO               PIC X(15) VALUE SPACES.
       77 AUDP-ANTERIOR            PIC X(20) VALUE SPACES.
       77 AUDP-NUEVO               PIC X(20) VALUE SPACES.
       77 AUDP-FECHA               PIC 9(8)  VALUE ZEROS.
       77 AUDP-HORA                PIC 9(8)  VALUE ZEROS.
       77 AUDP-OPERADOR            PIC X(10) VALUE SPACES.

      *FOTOS DE CADA TARIFA ANTES DEL CAMBIO, PARA LA AUDITORIA.
       01 DATOS-TARIFA-ANTERIOR.
           05 ANT-TAR-FECHA-VIGENCIA  PIC 9(8).
           05 ANT-TAR-MONTO-DIA       PIC 9(4)V99.
           05 ANT-TAR-DIAS-GRACIA     PIC 9(2).
           05 ANT-TAR-TOPE-PORCIENTO  PIC 9(3).
       01 DATOS-TARIFA-DANIO-ANTERIOR.
           05 ANT-TDA-FECHA-VIGENCIA  PIC 9(8).
           05 ANT-TDA-PORC-LEVE       PIC 9(3).
           05 ANT-TDA-PORC-REPARAR    PIC 9(3).
           05 ANT-TDA-PORC-INSERVIBLE PIC 9(3).
       01 DATOS-TARIFA-AUSENCIA-ANTERIOR.
           05 ANT-TAU-FECHA-VIGENCIA  PIC 9(8).
           05 ANT-TAU-UMBRAL          PIC 9(2).
           05 ANT-TAU-VENTANA-DIAS    PIC 9(3).
           05 ANT-TAU-DIAS-BLOQUEO    PIC 9(3).
           05 ANT-TAU-CARGO           PIC 9(4)V99.

      *Entrada de importes con centavos, mismo descifrado que
      *095-DESCIFRAR-IMPORTE en VENTAS-LOCAL: punto decimal
      *opcional ("12.50" son doce con cincuenta).

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
      *SIN OPERADOR NO SE ENTRA: CADA CAMBIO QUEDA A SU NOMBRE EN
      *AUDITORIA-PARAMETROS.DAT.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO AUDP-OPERADOR.
           ACCEPT AUDP-OPERADOR.
           IF AUDP-OPERADOR = SPACES
               DISPLAY "FALTA EL OPERADOR: LOS CAMBIOS SE AUDITAN A "
                       "SU NOMBRE."
               GOBACK
           END-IF.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== TARIFA DE MULTAS POR ATRASO ====="
               DISPLAY "1. LISTAR"
               DISPLAY "2. ALTA / MODIFICACION"
               DISPLAY "3. BAJA"
               DISPLAY "4. DANIOS: LISTAR"
               DISPLAY "5. DANIOS: ALTA / MODIFICACION"
               DISPLAY "6. DANIOS: BAJA"
               DISPLAY "7. AUSENCIAS EN RESERVAS: LISTAR"
               DISPLAY "8. AUSENCIAS EN RESERVAS: ALTA / MODIFICACION"
               DISPLAY "9. AUSENCIAS EN RESERVAS: BAJA"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
                   WHEN 2 PERFORM 030-ALTA-MODIF
                                  THRU 030-ALTA-MODIF-EXIT
                   WHEN 3 PERFORM 040-BAJA THRU 040-BAJA-EXIT
                   WHEN 4 PERFORM 050-LISTAR-DANIOS
                                  THRU 050-LISTAR-DANIOS-EXIT
                   WHEN 5 PERFORM 060-ALTA-MODIF-DANIOS
                                  THRU 060-ALTA-MODIF-DANIOS-EXIT
                   WHEN 6 PERFORM 070-BAJA-DANIOS
                                  THRU 070-BAJA-DANIOS-EXIT
                   WHEN 7 PERFORM 075-LISTAR-AUSENCIAS
                                  THRU 075-LISTAR-AUSENCIAS-EXIT
                   WHEN 8 PERFORM 080-ALTA-MODIF-AUSENCIAS
                                  THRU 080-ALTA-MODIF-AUSENCIAS-EXIT
                   WHEN 9 PERFORM 085-BAJA-AUSENCIAS
                                  THRU 085-BAJA-AUSENCIAS-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-TARIFA
               MOVE DATOS-TARIFA TO DATOS-TARIFA-ANTERIOR
               MOVE TAR-MONTO-DIA TO WS-IMPORTE-EDIT
               DISPLAY "** MODIFICACION ** ($/DIA " WS-IMPORTE-EDIT
                       " GRACIA " TAR-DIAS-GRACIA
               MOVE WS-TOPE-PORCIENTO TO TAR-TOPE-PORCIENTO
               REWRITE DATOS-TARIFA
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
                   NOT INVALID KEY
                       MOVE "M" TO AUDP-OPERACION
                       PERFORM 090-AUDITAR-TARIFA
               END-REWRITE
               DISPLAY "TARIFA MODIFICADA."
           ELSE
               MOVE WS-TOPE-PORCIENTO TO TAR-TOPE-PORCIENTO
               WRITE DATOS-TARIFA
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
                   NOT INVALID KEY
                       MOVE "A" TO AUDP-OPERACION
                       PERFORM 090-AUDITAR-TARIFA
               END-WRITE
               DISPLAY "TARIFA DADA DE ALTA."
           END-IF.
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "SI" OR WS-CONFIRMA = "si"
               MOVE DATOS-TARIFA TO DATOS-TARIFA-ANTERIOR
               DELETE TARIFAS
                   INVALID KEY DISPLAY "ERROR AL QUITAR"
                   NOT INVALID KEY
                       MOVE "B" TO AUDP-OPERACION
                       PERFORM 090-AUDITAR-TARIFA
               END-DELETE
               DISPLAY "TARIFA QUITADA."
           ELSE
           CLOSE TARIFAS.
       040-BAJA-EXIT.
           EXIT.

      *TARIFA DE DANIOS: MISMO MANEJO DE VIGENCIAS QUE LA TARIFA DE
      *MULTAS. DEVOLVER-LIBRO TOMA LA VIGENTE A LA FECHA DE LA
      *DEVOLUCION.
       050-LISTAR-DANIOS.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT TARIFAS-DANIO.
           IF F-NOEXISTE-TDA
               DISPLAY "NO HAY TARIFAS DE DANIOS CARGADAS: RIGEN "
                       "10, 50 Y 100 POR CIENTO."
               CLOSE TARIFAS-DANIO
               GO TO 050-LISTAR-DANIOS-EXIT
           END-IF.
           DISPLAY "VIGENTE DESDE|% LEVE|% REPARAR|% INSERVIBLE".
           MOVE ZEROS TO TDA-FECHA-VIGENCIA.
           START TARIFAS-DANIO KEY IS NOT LESS THAN TDA-FECHA-VIGENCIA
               INVALID KEY SET FIN-TARIFAS-DANIO TO TRUE
           END-START.
           IF NOT FIN-TARIFAS-DANIO
               READ TARIFAS-DANIO NEXT RECORD AT END
                   SET FIN-TARIFAS-DANIO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-TARIFAS-DANIO
               ADD 1 TO WS-CANT
               DISPLAY TDA-FECHA-VIGENCIA "     |" TDA-PORC-LEVE
                       "   |" TDA-PORC-REPARAR "      |"
                       TDA-PORC-INSERVIBLE
               READ TARIFAS-DANIO NEXT RECORD AT END
                   SET FIN-TARIFAS-DANIO TO TRUE END-READ
           END-PERFORM.
           CLOSE TARIFAS-DANIO.
           IF WS-CANT = ZEROS
               DISPLAY "NO HAY TARIFAS DE DANIOS CARGADAS."
           END-IF.
       050-LISTAR-DANIOS-EXIT.
           EXIT.

       060-ALTA-MODIF-DANIOS.
           DISPLAY "Vigente desde (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-VIGENCIA.
           ACCEPT WS-FECHA-VIGENCIA.
           IF WS-FECHA-VIGENCIA = ZEROS
               GO TO 060-ALTA-MODIF-DANIOS-EXIT
           END-IF.
           OPEN I-O TARIFAS-DANIO.
           IF F-NOEXISTE-TDA
               CLOSE TARIFAS-DANIO
               OPEN OUTPUT TARIFAS-DANIO
               CLOSE TARIFAS-DANIO
               OPEN I-O TARIFAS-DANIO
           END-IF.
           MOVE WS-FECHA-VIGENCIA TO TDA-FECHA-VIGENCIA.
           READ TARIFAS-DANIO
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-TARIFA-DANIO
               MOVE DATOS-TARIFA-DANIO TO DATOS-TARIFA-DANIO-ANTERIOR
               DISPLAY "** MODIFICACION ** (LEVE " TDA-PORC-LEVE
                       "% REPARAR " TDA-PORC-REPARAR
                       "% INSERVIBLE " TDA-PORC-INSERVIBLE "%)"
           ELSE
               DISPLAY "** ALTA **"
           END-IF.
           DISPLAY "% de reposicion por danio leve: "
                   WITH NO ADVANCING.
           ACCEPT WS-PORC-LEVE.
           DISPLAY "% de reposicion si requiere reparacion: "
                   WITH NO ADVANCING.
           ACCEPT WS-PORC-REPARAR.
           DISPLAY "% de reposicion si queda inservible: "
                   WITH NO ADVANCING.
           ACCEPT WS-PORC-INSERVIBLE.
           IF WS-PORC-LEVE > 100 OR WS-PORC-REPARAR > 100
                   OR WS-PORC-INSERVIBLE > 100
               DISPLAY "NINGUN PORCENTAJE PUEDE PASAR DE 100, NO SE "
                       "GRABA."
               CLOSE TARIFAS-DANIO
               GO TO 060-ALTA-MODIF-DANIOS-EXIT
           END-IF.
           MOVE WS-PORC-LEVE       TO TDA-PORC-LEVE.
           MOVE WS-PORC-REPARAR    TO TDA-PORC-REPARAR.
           MOVE WS-PORC-INSERVIBLE TO TDA-PORC-INSERVIBLE.
           IF ESTA-TARIFA-DANIO
               REWRITE DATOS-TARIFA-DANIO
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
                   NOT INVALID KEY
                       MOVE "M" TO AUDP-OPERACION
                       PERFORM 092-AUDITAR-TARIFA-DANIO
               END-REWRITE
               DISPLAY "TARIFA DE DANIOS MODIFICADA."
           ELSE
               MOVE WS-FECHA-VIGENCIA TO TDA-FECHA-VIGENCIA
               WRITE DATOS-TARIFA-DANIO
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
                   NOT INVALID KEY
                       MOVE "A" TO AUDP-OPERACION
                       PERFORM 092-AUDITAR-TARIFA-DANIO
               END-WRITE
               DISPLAY "TARIFA DE DANIOS DADA DE ALTA."
           END-IF.
           CLOSE TARIFAS-DANIO.
       060-ALTA-MODIF-DANIOS-EXIT.
           EXIT.

       070-BAJA-DANIOS.
           DISPLAY "Vigencia a quitar (AAAAMMDD): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-VIGENCIA.
           ACCEPT WS-FECHA-VIGENCIA.
           IF WS-FECHA-VIGENCIA = ZEROS
               GO TO 070-BAJA-DANIOS-EXIT
           END-IF.
           OPEN I-O TARIFAS-DANIO.
           IF F-NOEXISTE-TDA
               DISPLAY "NO HAY TARIFAS DE DANIOS CARGADAS."
               CLOSE TARIFAS-DANIO
               GO TO 070-BAJA-DANIOS-EXIT
           END-IF.
           MOVE WS-FECHA-VIGENCIA TO TDA-FECHA-VIGENCIA.
           READ TARIFAS-DANIO
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-TARIFA-DANIO
               DISPLAY "ESA VIGENCIA NO ESTA CARGADA."
               CLOSE TARIFAS-DANIO
               GO TO 070-BAJA-DANIOS-EXIT
           END-IF.
           DISPLAY "CONFIRME: ESCRIBA SI PARA QUITAR: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "SI" OR WS-CONFIRMA = "si"
               MOVE DATOS-TARIFA-DANIO TO DATOS-TARIFA-DANIO-ANTERIOR
               DELETE TARIFAS-DANIO
                   INVALID KEY DISPLAY "ERROR AL QUITAR"
                   NOT INVALID KEY
                       MOVE "B" TO AUDP-OPERACION
                       PERFORM 092-AUDITAR-TARIFA-DANIO
               END-DELETE
               DISPLAY "TARIFA DE DANIOS QUITADA."
           ELSE
               DISPLAY "BAJA CANCELADA."
           END-IF.
           CLOSE TARIFAS-DANIO.
       070-BAJA-DANIOS-EXIT.
           EXIT.

      *REGLA DE AUSENCIAS EN RESERVAS: MISMO MANEJO DE VIGENCIAS.
      *RESERVAS-NOCHE TOMA LA VIGENTE A LA FECHA DE LA CORRIDA.
       075-LISTAR-AUSENCIAS.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT TARIFAS-AUSENCIA.
           IF F-NOEXISTE-TAU
               DISPLAY "NO HAY REGLAS DE AUSENCIAS CARGADAS: RIGEN 3 "
                       "EN 180 DIAS, 30 DIAS SIN RESERVAR, SIN CARGO."
               CLOSE TARIFAS-AUSENCIA
               GO TO 075-LISTAR-AUSENCIAS-EXIT
           END-IF.
           DISPLAY "VIGENTE DESDE|UMBRAL|VENTANA|BLOQUEO|CARGO".
           MOVE ZEROS TO TAU-FECHA-VIGENCIA.
           START TARIFAS-AUSENCIA
                   KEY IS NOT LESS THAN TAU-FECHA-VIGENCIA
               INVALID KEY SET FIN-TARIFAS-AUSENCIA TO TRUE
           END-START.
           IF NOT FIN-TARIFAS-AUSENCIA
               READ TARIFAS-AUSENCIA NEXT RECORD AT END
                   SET FIN-TARIFAS-AUSENCIA TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-TARIFAS-AUSENCIA
               ADD 1 TO WS-CANT
               MOVE TAU-CARGO TO WS-IMPORTE-EDIT
               DISPLAY TAU-FECHA-VIGENCIA "     |" TAU-UMBRAL
                       "    |" TAU-VENTANA-DIAS "    |"
                       TAU-DIAS-BLOQUEO "    |" WS-IMPORTE-EDIT
               READ TARIFAS-AUSENCIA NEXT RECORD AT END
                   SET FIN-TARIFAS-AUSENCIA TO TRUE END-READ
           END-PERFORM.
           CLOSE TARIFAS-AUSENCIA.
           IF WS-CANT = ZEROS
               DISPLAY "NO HAY REGLAS DE AUSENCIAS CARGADAS."
           END-IF.
       075-LISTAR-AUSENCIAS-EXIT.
           EXIT.

       080-ALTA-MODIF-AUSENCIAS.
           DISPLAY "Vigente desde (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-VIGENCIA.
           ACCEPT WS-FECHA-VIGENCIA.
           IF WS-FECHA-VIGENCIA = ZEROS
               GO TO 080-ALTA-MODIF-AUSENCIAS-EXIT
           END-IF.
           OPEN I-O TARIFAS-AUSENCIA.
           IF F-NOEXISTE-TAU
               CLOSE TARIFAS-AUSENCIA
               OPEN OUTPUT TARIFAS-AUSENCIA
               CLOSE TARIFAS-AUSENCIA
               OPEN I-O TARIFAS-AUSENCIA
           END-IF.
           MOVE WS-FECHA-VIGENCIA TO TAU-FECHA-VIGENCIA.
           READ TARIFAS-AUSENCIA
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-TARIFA-AUSENCIA
               MOVE DATOS-TARIFA-AUSENCIA
                       TO DATOS-TARIFA-AUSENCIA-ANTERIOR
               MOVE TAU-CARGO TO WS-IMPORTE-EDIT
               DISPLAY "** MODIFICACION ** (UMBRAL " TAU-UMBRAL
                       " EN " TAU-VENTANA-DIAS " DIAS, BLOQUEO "
                       TAU-DIAS-BLOQUEO " DIAS, CARGO "
                       WS-IMPORTE-EDIT ")"
           ELSE
               DISPLAY "** ALTA **"
           END-IF.
           DISPLAY "Ausencias que hacen reincidente: "
                   WITH NO ADVANCING.
           ACCEPT WS-UMBRAL.
           DISPLAY "Ventana movil en dias: " WITH NO ADVANCING.
           ACCEPT WS-VENTANA-DIAS.
           DISPLAY "Dias sin poder reservar: " WITH NO ADVANCING.
           ACCEPT WS-DIAS-BLOQUEO.
           DISPLAY "Cargo por ausencia (0=SIN CARGO): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           PERFORM DESCIFRAR-IMPORTE.
           MOVE WS-IMPORTE-PARSEADO TO WS-CARGO.
           IF WS-UMBRAL = ZEROS OR WS-VENTANA-DIAS = ZEROS
               DISPLAY "SIN UMBRAL NI VENTANA NO HAY REGLA, NO SE "
                       "GRABA."
               CLOSE TARIFAS-AUSENCIA
               GO TO 080-ALTA-MODIF-AUSENCIAS-EXIT
           END-IF.
           MOVE WS-UMBRAL        TO TAU-UMBRAL.
           MOVE WS-VENTANA-DIAS  TO TAU-VENTANA-DIAS.
           MOVE WS-DIAS-BLOQUEO  TO TAU-DIAS-BLOQUEO.
           MOVE WS-CARGO         TO TAU-CARGO.
           IF ESTA-TARIFA-AUSENCIA
               REWRITE DATOS-TARIFA-AUSENCIA
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
                   NOT INVALID KEY
                       MOVE "M" TO AUDP-OPERACION
                       PERFORM 094-AUDITAR-TARIFA-AUSENCIA
               END-REWRITE
               DISPLAY "REGLA DE AUSENCIAS MODIFICADA."
           ELSE
               MOVE WS-FECHA-VIGENCIA TO TAU-FECHA-VIGENCIA
               WRITE DATOS-TARIFA-AUSENCIA
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
                   NOT INVALID KEY
                       MOVE "A" TO AUDP-OPERACION
                       PERFORM 094-AUDITAR-TARIFA-AUSENCIA
               END-WRITE
               DISPLAY "REGLA DE AUSENCIAS DADA DE ALTA."
           END-IF.
           CLOSE TARIFAS-AUSENCIA.
       080-ALTA-MODIF-AUSENCIAS-EXIT.
           EXIT.

       085-BAJA-AUSENCIAS.
           DISPLAY "Vigencia a quitar (AAAAMMDD): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-VIGENCIA.
           ACCEPT WS-FECHA-VIGENCIA.
           IF WS-FECHA-VIGENCIA = ZEROS
               GO TO 085-BAJA-AUSENCIAS-EXIT
           END-IF.
           OPEN I-O TARIFAS-AUSENCIA.
           IF F-NOEXISTE-TAU
               DISPLAY "NO HAY REGLAS DE AUSENCIAS CARGADAS."
               CLOSE TARIFAS-AUSENCIA
               GO TO 085-BAJA-AUSENCIAS-EXIT
           END-IF.
           MOVE WS-FECHA-VIGENCIA TO TAU-FECHA-VIGENCIA.
           READ TARIFAS-AUSENCIA
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-TARIFA-AUSENCIA
               DISPLAY "ESA VIGENCIA NO ESTA CARGADA."
               CLOSE TARIFAS-AUSENCIA
               GO TO 085-BAJA-AUSENCIAS-EXIT
           END-IF.
           DISPLAY "CONFIRME: ESCRIBA SI PARA QUITAR: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "SI" OR WS-CONFIRMA = "si"
               MOVE DATOS-TARIFA-AUSENCIA
                       TO DATOS-TARIFA-AUSENCIA-ANTERIOR
               DELETE TARIFAS-AUSENCIA
                   INVALID KEY DISPLAY "ERROR AL QUITAR"
                   NOT INVALID KEY
                       MOVE "B" TO AUDP-OPERACION
                       PERFORM 094-AUDITAR-TARIFA-AUSENCIA
               END-DELETE
               DISPLAY "REGLA DE AUSENCIAS QUITADA."
           ELSE
               DISPLAY "BAJA CANCELADA."
           END-IF.
           CLOSE TARIFAS-AUSENCIA.
       085-BAJA-AUSENCIAS-EXIT.
           EXIT.

      *LINEAS DE AUDITORIA DE CADA TARIFA, UNA POR CAMPO, CONTRA LA
      *FOTO TOMADA ANTES DEL CAMBIO. LA CLAVE ES LA VIGENCIA.
       090-AUDITAR-TARIFA.
           MOVE "MULTAS"               TO AUDP-TABLA.
           MOVE WS-FECHA-VIGENCIA      TO AUDP-CLAVE.
           MOVE "MONTO POR DIA"        TO AUDP-CAMPO.
           MOVE ANT-TAR-MONTO-DIA      TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT        TO AUDP-ANTERIOR.
           MOVE TAR-MONTO-DIA          TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT        TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "DIAS DE GRACIA"       TO AUDP-CAMPO.
           MOVE ANT-TAR-DIAS-GRACIA    TO AUDP-ANTERIOR.
           MOVE TAR-DIAS-GRACIA        TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "TOPE %"               TO AUDP-CAMPO.
           MOVE ANT-TAR-TOPE-PORCIENTO TO AUDP-ANTERIOR.
           MOVE TAR-TOPE-PORCIENTO     TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.

       092-AUDITAR-TARIFA-DANIO.
           MOVE "DANIOS"                TO AUDP-TABLA.
           MOVE WS-FECHA-VIGENCIA       TO AUDP-CLAVE.
           MOVE "% LEVE"                TO AUDP-CAMPO.
           MOVE ANT-TDA-PORC-LEVE       TO AUDP-ANTERIOR.
           MOVE TDA-PORC-LEVE           TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "% REPARAR"             TO AUDP-CAMPO.
           MOVE ANT-TDA-PORC-REPARAR    TO AUDP-ANTERIOR.
           MOVE TDA-PORC-REPARAR        TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "% INSERVIBLE"          TO AUDP-CAMPO.
           MOVE ANT-TDA-PORC-INSERVIBLE TO AUDP-ANTERIOR.
           MOVE TDA-PORC-INSERVIBLE     TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.

       094-AUDITAR-TARIFA-AUSENCIA.
           MOVE "AUSENCIAS"             TO AUDP-TABLA.
           MOVE WS-FECHA-VIGENCIA       TO AUDP-CLAVE.
           MOVE "UMBRAL"                TO AUDP-CAMPO.
           MOVE ANT-TAU-UMBRAL          TO AUDP-ANTERIOR.
           MOVE TAU-UMBRAL              TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "VENTANA DIAS"          TO AUDP-CAMPO.
           MOVE ANT-TAU-VENTANA-DIAS    TO AUDP-ANTERIOR.
           MOVE TAU-VENTANA-DIAS        TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "DIAS BLOQUEO"          TO AUDP-CAMPO.
           MOVE ANT-TAU-DIAS-BLOQUEO    TO AUDP-ANTERIOR.
           MOVE TAU-DIAS-BLOQUEO        TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
           MOVE "CARGO"                 TO AUDP-CAMPO.
           MOVE ANT-TAU-CARGO           TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT         TO AUDP-ANTERIOR.
           MOVE TAU-CARGO               TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT         TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.
      *CONVIERTE EL TEXTO DE WS-IMP-TEXTO EN UN IMPORTE CON
      *CENTAVOS EN WS-IMPORTE-PARSEADO, MISMO DESCIFRADO QUE
      *095-DESCIFRAR-IMPORTE EN VENTAS-LOCAL: LOS DIGITOS ANTES DEL
               END-IF
           END-PERFORM.


      *ESCRIBE UNA LINEA DE AUDITORIA DE PARAMETROS. EL LLAMADOR
      *CARGA TABLA, OPERACION, CLAVE, CAMPO, ANTERIOR Y NUEVO: EN UN
      *ALTA EL ANTERIOR VA EN BLANCO, EN UNA BAJA EL NUEVO, Y EN UNA
      *MODIFICACION SOLO SE ANOTAN LOS CAMPOS QUE CAMBIARON.
       AUDITAR-PARAMETRO.
           IF AUDP-ES-ALTA
               MOVE SPACES TO AUDP-ANTERIOR
           END-IF.
           IF AUDP-ES-BAJA
               MOVE SPACES TO AUDP-NUEVO
           END-IF.
           IF AUDP-ES-MODIF AND AUDP-ANTERIOR = AUDP-NUEVO
               GO TO AUDITAR-PARAMETRO-EXIT
           END-IF.
           OPEN EXTEND AUDITORIA-PARAMETROS.
           IF F-NOEXISTE-AUDPAR
               CLOSE AUDITORIA-PARAMETROS
               OPEN OUTPUT AUDITORIA-PARAMETROS
           END-IF.
           ACCEPT AUDP-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDP-HORA FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA-PAR.
           STRING AUDP-TABLA      DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-OPERACION DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-CLAVE     DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-CAMPO     DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-ANTERIOR  DELIMITED BY SIZE
                   " -> "         DELIMITED BY SIZE
                   AUDP-NUEVO     DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-FECHA     DELIMITED BY SIZE
                   AUDP-HORA      DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-OPERADOR  DELIMITED BY SIZE
                   INTO LINEA-AUDITORIA-PAR.
           WRITE LINEA-AUDITORIA-PAR.
           CLOSE AUDITORIA-PARAMETROS.
       AUDITAR-PARAMETRO-EXIT.
           EXIT.
       END PROGRAM MANT-TARIFAS.
