      *MULTAS, CON EL MISMO MOVIMIENTO DE CAJA QUE UN PAGO COMUN.
      *SUSPENSION-AUTO TRATA AL SOCIO CON PLAN AL DIA COMO EN REGLA
      *Y LO SUSPENDE CUANDO UNA CUOTA SE VENCE SIN PAGAR.
      *LA SUCURSAL QUE TOMA EL ENTER SE TOMA DE LOS PARAMETROS DEL
      *SISTEMA (MANT-PARAMETROS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WS-IMPORTE               PIC 9(6)V99 VALUE ZEROS.
       77 WS-RECIBO                PIC 9(6) VALUE ZEROS.
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

       77 WS-OPERADOR              PIC X(11) VALUE SPACES.

      *Entrada de importes con centavos, mismo descifrado que

       010-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PARAMETROS.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== PLANES DE PAGO DE MULTAS ====="
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERADOR.
           ACCEPT WS-OPERADOR.
           DISPLAY "Sucursal (ENTER=" SUCURSAL-DEFECTO "): "
                   WITH NO ADVANCING.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE SUCURSAL-DEFECTO TO WS-SUCURSAL
           END-IF.
           PERFORM 060-PROXIMO-RECIBO.
           PERFORM 070-ASENTAR-PAGO.
               END-IF
           END-PERFORM.

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
