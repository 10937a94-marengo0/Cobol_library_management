       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MODO-ENTRENA.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *DICE SI EL PROGRAMA QUE LLAMA ESTA TRABAJANDO SOBRE LA COPIA
      *DE ENTRENAMIENTO. LA COPIA VIVE EN EL DIRECTORIO ENTRENA, CON
      *LOS MISMOS NOMBRES DE ARCHIVO QUE LOS REALES (COMO ESTE
      *DIALECTO NO PERMITE NOMBRES DE ARCHIVO DINAMICOS, UN PROGRAMA
      *NO PUEDE CAMBIAR DE ARCHIVOS SOBRE LA MARCHA: LA SESION DE
      *ENTRENAMIENTO SE INICIA EN ESE DIRECTORIO, ASI TODOS LOS
      *PROGRAMAS, SUS CAJAS, JORNALES, BITACORA DE ERRORES Y CARTAS
      *QUEDAN EN LA COPIA SIN TOCAR LOS REALES). LA ARMA
      *PREPARA-ENTRENA, QUE DEJA EN ESE DIRECTORIO LA MARCA
      *ENTRENAMIENTO.MRC; ESTE PROGRAMA LA BUSCA EN EL DIRECTORIO DE
      *TRABAJO. SE LLAMA CON
      *CALL "MODO-ENTRENA" USING MEN-PARAMETROS:
      *  MEN-MODO "E": COPIA DE ENTRENAMIENTO. MEN-FECHA-COPIA TRAE
      *                EL DIA QUE SE ARMO Y MEN-FECHA-RESGUARDO EL
      *                DEL RESGUARDO DE DONDE SALIO.
      *  MEN-MODO "N": DATOS REALES (NO HAY MARCA).
      *LOS PROGRAMAS CON FIRMA DE OPERADOR O PANTALLA COMPLETA LO
      *LLAMAN AL EMPEZAR Y, EN ENTRENAMIENTO, MUESTRAN LA LEYENDA
      *ENTRENAMIENTO EN CADA PANTALLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARCA-ENTRENA ASSIGN TO "ENTRENAMIENTO.MRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MARCA.

       DATA DIVISION.
       FILE SECTION.

      *UNA SOLA LINEA, LA GRABA PREPARA-ENTRENA.
       FD MARCA-ENTRENA.
       01 LINEA-MARCA.
           05 MRC-FECHA-COPIA         PIC 9(8).
           05 MRC-HORA-COPIA          PIC 9(8).
           05 MRC-GENERACION          PIC 9(1).
           05 MRC-FECHA-RESGUARDO     PIC 9(8).

       WORKING-STORAGE SECTION.
       77 FS-MARCA                 PIC XX.
           88 ESTA-MARCA           VALUE "00" "02".

       LINKAGE SECTION.
       01 MEN-PARAMETROS.
           05 MEN-MODO             PIC X(1).
           05 MEN-FECHA-COPIA      PIC 9(8).
           05 MEN-FECHA-RESGUARDO  PIC 9(8).

       PROCEDURE DIVISION USING MEN-PARAMETROS.

       010-PRINCIPAL.
           MOVE "N" TO MEN-MODO.
           MOVE ZEROS TO MEN-FECHA-COPIA MEN-FECHA-RESGUARDO.
           OPEN INPUT MARCA-ENTRENA.
           IF NOT ESTA-MARCA
               GO TO 010-PRINCIPAL-FIN
           END-IF.
      *LA MARCA VALE AUNQUE LA LINEA VENGA VACIA O DANIADA: EN LA
      *DUDA SE TRABAJA COMO ENTRENAMIENTO.
           MOVE "E" TO MEN-MODO.
           READ MARCA-ENTRENA
               AT END CONTINUE
           END-READ.
           IF ESTA-MARCA
               IF MRC-FECHA-COPIA IS NUMERIC
                   MOVE MRC-FECHA-COPIA TO MEN-FECHA-COPIA
               END-IF
               IF MRC-FECHA-RESGUARDO IS NUMERIC
                   MOVE MRC-FECHA-RESGUARDO TO MEN-FECHA-RESGUARDO
               END-IF
           END-IF.
           CLOSE MARCA-ENTRENA.
       010-PRINCIPAL-FIN.
           GOBACK.
       END PROGRAM MODO-ENTRENA.
