       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANT-PLAN-CUENTAS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *MANTENIMIENTO DEL PLAN DE CUENTAS (PLAN-CUENTAS.DAT), MISMO
      *ESQUEMA QUE MANT-TASAS-IVA: UN REGISTRO POR CODIGO INTERNO
      *DE CUENTA (EL QUE USA DIARIO-CONTABLE.CBL PARA ARMAR LOS
      *ASIENTOS DEL MES) CON EL NUMERO DE CUENTA DEL PLAN
      *MUNICIPAL, EL NOMBRE Y EL TIPO (A=ACTIVO, P=PASIVO,
      *I=INGRESO, G=GASTO). LA OPCION 4 DA DE ALTA LOS CODIGOS QUE
      *EL SISTEMA USA Y FALTAN, CON EL NUMERO MUNICIPAL EN BLANCO
      *PARA COMPLETARLO; UN CODIGO SIN NUMERO MUNICIPAL TRABA LA
      *ENTREGA DEL DIARIO CONTABLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-CUENTAS ASSIGN TO "PLAN-CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCU-CODIGO
               FILE STATUS IS FS-PLAN.

       DATA DIVISION.
       FILE SECTION.

       FD PLAN-CUENTAS.
       01 DATOS-CUENTA.
           05 PCU-CODIGO              PIC X(08).
           05 PCU-CUENTA              PIC X(12).
           05 PCU-NOMBRE              PIC X(30).
           05 PCU-TIPO                PIC X(01).
               88 PCU-ACTIVO          VALUE "A".
               88 PCU-PASIVO          VALUE "P".
               88 PCU-INGRESO         VALUE "I".
               88 PCU-GASTO           VALUE "G".

       WORKING-STORAGE SECTION.
       77 FS-PLAN                  PIC XX.
           88 ESTA-CUENTA          VALUE "00" "02".
           88 FIN-PLAN             VALUE "10".
           88 F-NOEXISTE-PLAN      VALUE "35".

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-CODIGO                PIC X(08) VALUE SPACES.
       77 WS-CUENTA                PIC X(12) VALUE SPACES.
       77 WS-NOMBRE                PIC X(30) VALUE SPACES.
       77 WS-TIPO                  PIC X(01) VALUE SPACES.
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-CANT                  PIC 9(3) VALUE ZEROS.
       77 WS-CANT-ALTAS            PIC 9(3) VALUE ZEROS.
       77 WS-IND                   PIC 9(2) VALUE ZEROS.

      *CODIGOS INTERNOS QUE USA DIARIO-CONTABLE, CON NOMBRE Y TIPO
      *SUGERIDOS PARA LA CARGA INICIAL (OPCION 4).
       01 TABLA-CODIGOS-SISTEMA.
           05 FILLER PIC X(39) VALUE
               "CAJA    CAJA                          A".
           05 FILLER PIC X(39) VALUE
               "BANCO   BANCO CUENTA CORRIENTE        A".
           05 FILLER PIC X(39) VALUE
               "MULTASCBMULTAS A COBRAR               A".
           05 FILLER PIC X(39) VALUE
               "CLIENTESDEUDORES POR VENTAS EN CUENTA A".
           05 FILLER PIC X(39) VALUE
               "PROVEED PROVEEDORES                   P".
           05 FILLER PIC X(39) VALUE
               "IVADEBITIVA DEBITO FISCAL             P".
           05 FILLER PIC X(39) VALUE
               "VENTAS  VENTAS DEL MOSTRADOR          I".
           05 FILLER PIC X(39) VALUE
               "INGMULTAINGRESOS POR MULTAS           I".
           05 FILLER PIC X(39) VALUE
               "INGVARIOINGRESOS VARIOS DE CAJA       I".
           05 FILLER PIC X(39) VALUE
               "SUELDOS SUELDOS DEL PERSONAL          G".
           05 FILLER PIC X(39) VALUE
               "COMPRAS COMPRAS A PROVEEDORES         G".
           05 FILLER PIC X(39) VALUE
               "GASTOCAJGASTOS VARIOS DE CAJA         G".
           05 FILLER PIC X(39) VALUE
               "PREPAGOSSALDOS PREPAGOS DE SOCIOS     P".
           05 FILLER PIC X(39) VALUE
               "INCOBRABMULTAS INCOBRABLES CASTIGADAS G".
           05 FILLER PIC X(39) VALUE
               "CARGASOCCONTRIBUCIONES PATRONALES     G".
           05 FILLER PIC X(39) VALUE
               "APORTPAGAPORTES Y RETENCIONES A PAGAR P".
       01 FILLER REDEFINES TABLA-CODIGOS-SISTEMA.
           05 CSI-ENT OCCURS 16 TIMES.
               10 CSI-CODIGO       PIC X(08).
               10 CSI-NOMBRE       PIC X(30).
               10 CSI-TIPO         PIC X(01).
       77 MAX-CODIGOS-SISTEMA      PIC 9(2) VALUE 16.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== PLAN DE CUENTAS ====="
               DISPLAY "1. LISTAR"
               DISPLAY "2. ALTA / MODIFICACION"
               DISPLAY "3. BAJA"
               DISPLAY "4. CARGAR CODIGOS DEL SISTEMA QUE FALTAN"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-LISTAR THRU 020-LISTAR-EXIT
                   WHEN 2 PERFORM 030-ALTA-MODIF
                                  THRU 030-ALTA-MODIF-EXIT
                   WHEN 3 PERFORM 040-BAJA THRU 040-BAJA-EXIT
                   WHEN 4 PERFORM 050-CARGAR-SISTEMA
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       020-LISTAR.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT PLAN-CUENTAS.
           IF F-NOEXISTE-PLAN
               DISPLAY "NO HAY PLAN DE CUENTAS CARGADO (OPCION 4)."
               CLOSE PLAN-CUENTAS
               GO TO 020-LISTAR-EXIT
           END-IF.
           DISPLAY "CODIGO  |CTA MUNICIPAL|NOMBRE                 "
                   "       |T".
           MOVE LOW-VALUES TO PCU-CODIGO.
           START PLAN-CUENTAS KEY IS NOT LESS THAN PCU-CODIGO
               INVALID KEY SET FIN-PLAN TO TRUE
           END-START.
           IF NOT FIN-PLAN
               READ PLAN-CUENTAS NEXT RECORD AT END SET FIN-PLAN
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-PLAN
               ADD 1 TO WS-CANT
               DISPLAY PCU-CODIGO "|" PCU-CUENTA " |" PCU-NOMBRE "|"
                       PCU-TIPO
               IF PCU-CUENTA = SPACES
                   DISPLAY "   ** FALTA EL NUMERO DE CUENTA MUNICIPAL"
               END-IF
               READ PLAN-CUENTAS NEXT RECORD AT END SET FIN-PLAN
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE PLAN-CUENTAS.
           IF WS-CANT = ZEROS
               DISPLAY "NO HAY CUENTAS CARGADAS."
           END-IF.
       020-LISTAR-EXIT.
           EXIT.

       030-ALTA-MODIF.
           DISPLAY "Codigo interno: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACES
               GO TO 030-ALTA-MODIF-EXIT
           END-IF.
           OPEN I-O PLAN-CUENTAS.
           IF F-NOEXISTE-PLAN
               CLOSE PLAN-CUENTAS
               OPEN OUTPUT PLAN-CUENTAS
               CLOSE PLAN-CUENTAS
               OPEN I-O PLAN-CUENTAS
           END-IF.
           MOVE WS-CODIGO TO PCU-CODIGO.
           READ PLAN-CUENTAS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-CUENTA
               DISPLAY "** MODIFICACION ** (" PCU-CUENTA " "
                       PCU-NOMBRE " " PCU-TIPO ")"
           ELSE
               DISPLAY "** ALTA **"
           END-IF.
           DISPLAY "Numero de cuenta municipal (ENTER=IGUAL): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CUENTA.
           ACCEPT WS-CUENTA.
           DISPLAY "Nombre (ENTER=IGUAL): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NOMBRE.
           ACCEPT WS-NOMBRE.
           DISPLAY "Tipo (A=ACTIVO P=PASIVO I=INGRESO G=GASTO, "
                   "ENTER=IGUAL): " WITH NO ADVANCING.
           MOVE SPACES TO WS-TIPO.
           ACCEPT WS-TIPO.
           IF WS-TIPO NOT = SPACES AND WS-TIPO NOT = "A"
               AND WS-TIPO NOT = "P" AND WS-TIPO NOT = "I"
               AND WS-TIPO NOT = "G"
               DISPLAY "TIPO NO VALIDO, NO SE GRABA."
               CLOSE PLAN-CUENTAS
               GO TO 030-ALTA-MODIF-EXIT
           END-IF.
           IF ESTA-CUENTA
               IF WS-CUENTA NOT = SPACES
                   MOVE WS-CUENTA TO PCU-CUENTA
               END-IF
               IF WS-NOMBRE NOT = SPACES
                   MOVE WS-NOMBRE TO PCU-NOMBRE
               END-IF
               IF WS-TIPO NOT = SPACES
                   MOVE WS-TIPO TO PCU-TIPO
               END-IF
               REWRITE DATOS-CUENTA
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
               END-REWRITE
               DISPLAY "CUENTA MODIFICADA."
           ELSE
               IF WS-TIPO = SPACES
                   DISPLAY "FALTA EL TIPO, NO SE GRABA."
                   CLOSE PLAN-CUENTAS
                   GO TO 030-ALTA-MODIF-EXIT
               END-IF
               MOVE WS-CODIGO TO PCU-CODIGO
               MOVE WS-CUENTA TO PCU-CUENTA
               MOVE WS-NOMBRE TO PCU-NOMBRE
               MOVE WS-TIPO   TO PCU-TIPO
               WRITE DATOS-CUENTA
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
               END-WRITE
               DISPLAY "CUENTA DADA DE ALTA."
           END-IF.
           CLOSE PLAN-CUENTAS.
       030-ALTA-MODIF-EXIT.
           EXIT.

       040-BAJA.
           DISPLAY "Codigo a quitar: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = SPACES
               GO TO 040-BAJA-EXIT
           END-IF.
           OPEN I-O PLAN-CUENTAS.
           IF F-NOEXISTE-PLAN
               DISPLAY "NO HAY PLAN DE CUENTAS CARGADO."
               CLOSE PLAN-CUENTAS
               GO TO 040-BAJA-EXIT
           END-IF.
           MOVE WS-CODIGO TO PCU-CODIGO.
           READ PLAN-CUENTAS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-CUENTA
               DISPLAY "ESE CODIGO NO ESTA CARGADO."
               CLOSE PLAN-CUENTAS
               GO TO 040-BAJA-EXIT
           END-IF.
           DISPLAY "SI EL SISTEMA USA ESTE CODIGO EL DIARIO CONTABLE "
                   "NO SE ENTREGARA. ESCRIBA SI PARA QUITAR: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "SI" OR WS-CONFIRMA = "si"
               DELETE PLAN-CUENTAS
                   INVALID KEY DISPLAY "ERROR AL QUITAR"
               END-DELETE
               DISPLAY "CUENTA QUITADA."
           ELSE
               DISPLAY "BAJA CANCELADA."
           END-IF.
           CLOSE PLAN-CUENTAS.
       040-BAJA-EXIT.
           EXIT.

      *DA DE ALTA LOS CODIGOS DEL SISTEMA QUE NO ESTAN; LOS YA
      *CARGADOS NO SE TOCAN.
       050-CARGAR-SISTEMA.
           MOVE ZEROS TO WS-CANT-ALTAS.
           OPEN I-O PLAN-CUENTAS.
           IF F-NOEXISTE-PLAN
               CLOSE PLAN-CUENTAS
               OPEN OUTPUT PLAN-CUENTAS
               CLOSE PLAN-CUENTAS
               OPEN I-O PLAN-CUENTAS
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > MAX-CODIGOS-SISTEMA
               MOVE CSI-CODIGO (WS-IND) TO PCU-CODIGO
               READ PLAN-CUENTAS
                   INVALID KEY CONTINUE
               END-READ
               IF NOT ESTA-CUENTA
                   MOVE CSI-CODIGO (WS-IND) TO PCU-CODIGO
                   MOVE SPACES              TO PCU-CUENTA
                   MOVE CSI-NOMBRE (WS-IND) TO PCU-NOMBRE
                   MOVE CSI-TIPO (WS-IND)   TO PCU-TIPO
                   WRITE DATOS-CUENTA
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-CANT-ALTAS
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE PLAN-CUENTAS.
           DISPLAY WS-CANT-ALTAS " CODIGOS DADOS DE ALTA; COMPLETE EL "
                   "NUMERO MUNICIPAL CON LA OPCION 2.".

       END PROGRAM MANT-PLAN-CUENTAS.
