       IDENTIFICATION DIVISION.
       PROGRAM-ID.                LEE-PARAMETRO.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *LECTURA COMPARTIDA DE UN PARAMETRO DEL SISTEMA. LOS DATOS DE
      *LA BIBLIOTECA (NOMBRE, DOMICILIO, TELEFONO), LA SUCURSAL POR
      *DEFECTO, LA FIRMA DE LAS CARTAS, LOS TOPES DE LOS PROCESOS
      *NOCTURNOS Y LOS PLAZOS DE CONSERVACION VIVEN EN
      *PARAMETROS-SISTEMA.DAT, UN REGISTRO POR PARAMETRO, Y LOS
      *MANTIENE MANT-PARAMETROS. SE LLAMA CON
      *CALL "LEE-PARAMETRO" USING LPA-PARAMETROS, CON LA CLAVE DEL
      *PARAMETRO EN LPA-CLAVE:
      *  LPA-RESULTADO "OK": LPA-VALOR TRAE EL TEXTO Y LPA-NUMERO EL
      *                      VALOR NUMERICO (PARAMETROS DE TIPO "N").
      *  LPA-RESULTADO "NE": NO HAY ARCHIVO O NO HAY REGISTRO PARA
      *                      ESA CLAVE; LPA-VALOR Y LPA-NUMERO NO SE
      *                      TOCAN.
      *EL QUE LLAMA CONSERVA SU VALOR DE SIEMPRE (EL VALUE DE SU
      *WORKING-STORAGE) Y SOLO LO REEMPLAZA CON "OK", ASI UN
      *PARAMETRO FALTANTE NUNCA DEJA UN PROGRAMA SIN DATO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO "PARAMETROS-SISTEMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CLAVE
               FILE STATUS IS FS-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.

      *UN PARAMETRO: CLAVE, TIPO ("A" TEXTO / "N" NUMERO), VALOR DE
      *TEXTO, VALOR NUMERICO Y ULTIMA MODIFICACION. VER
      *MANT-PARAMETROS.
       FD PARAMETROS.
       01 REG-PARAMETRO.
           05 PAR-CLAVE               PIC X(15).
           05 PAR-TIPO                PIC X(01).
               88 PAR-ES-NUMERO       VALUE "N".
           05 PAR-VALOR               PIC X(60).
           05 PAR-NUMERO              PIC 9(9)V99.
           05 PAR-FECHA-MOD           PIC 9(8).
           05 PAR-OPERADOR            PIC X(10).

       WORKING-STORAGE SECTION.
       77 FS-PARAMETROS            PIC XX.
           88 ESTA-PARAMETRO       VALUE "00" "02".
           88 F-NOEXISTE-PAR       VALUE "35".

       LINKAGE SECTION.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).

       PROCEDURE DIVISION USING LPA-PARAMETROS.

       010-PRINCIPAL.
           MOVE "NE" TO LPA-RESULTADO.
           OPEN INPUT PARAMETROS.
           IF NOT ESTA-PARAMETRO
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           MOVE LPA-CLAVE TO PAR-CLAVE.
           READ PARAMETROS
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-PARAMETRO
               MOVE PAR-VALOR TO LPA-VALOR
               IF PAR-ES-NUMERO AND PAR-NUMERO IS NUMERIC
                   MOVE PAR-NUMERO TO LPA-NUMERO
               END-IF
               MOVE "OK" TO LPA-RESULTADO
           END-IF.
           CLOSE PARAMETROS.
       010-PRINCIPAL-FIN.
           GOBACK.
       END PROGRAM LEE-PARAMETRO.
