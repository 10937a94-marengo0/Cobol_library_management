       IDENTIFICATION DIVISION.
       PROGRAM-ID.                DEPRECIA-BIEN.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *AMORTIZACION COMPARTIDA DE LOS BIENES DE USO (EQUIPOS Y
      *MUEBLES DE BIENES.DAT): LINEA RECTA POR MESES ENTEROS SEGUN
      *LA VIDA UTIL DE LA CLASE DEL BIEN. EL MES DE COMPRA NO
      *AMORTIZA; CADA MES CUMPLIDO HASTA LA FECHA DE CORTE AMORTIZA
      *COSTO / (VIDA * 12), SIN PASAR NUNCA DEL COSTO. LO USAN
      *BIENES (FICHA, RECUENTO Y VALUACION) Y REP-VALUACION, PARA QUE
      *LOS DOS REPORTES DEN LA MISMA CIFRA. SE LLAMA CON
      *CALL "DEPRECIA-BIEN" USING DBI-PARAMETROS:
      *  DBI-CLASE, DBI-COSTO, DBI-FECHA-COMPRA Y DBI-FECHA-CORTE DE
      *  ENTRADA; DEVUELVE DBI-DESCRIPCION Y DBI-VIDA-ANIOS DE LA
      *  CLASE, DBI-MESES CUMPLIDOS, DBI-AMORTIZACION ACUMULADA Y
      *  DBI-VALOR-NETO.
      *DBI-RESULTADO QUEDA "OK", "CL" SI LA CLASE NO EXISTE (SIRVE
      *PARA VALIDAR LA CLASE AL CARGAR UN BIEN) O "FE" SI ALGUNA
      *FECHA NO ES NUMERICA. LAS CLASES Y SUS VIDAS UTILES SON LAS
      *DE LA TABLA DE ABAJO.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *CLASES DE BIEN: CODIGO, VIDA UTIL EN ANIOS Y DESCRIPCION.
       77 MAX-CLASES               PIC 9(2) VALUE 5.
       01 TABLA-CLASES.
           05 FILLER PIC X(03) VALUE "COM".
           05 FILLER PIC 9(02) VALUE 03.
           05 FILLER PIC X(30) VALUE "COMPUTADORAS".
           05 FILLER PIC X(03) VALUE "PER".
           05 FILLER PIC 9(02) VALUE 05.
           05 FILLER PIC X(30) VALUE "ESCANERES E IMPRESORAS".
           05 FILLER PIC X(03) VALUE "AUD".
           05 FILLER PIC 9(02) VALUE 05.
           05 FILLER PIC X(30) VALUE "EQUIPOS AUDIOVISUALES".
           05 FILLER PIC X(03) VALUE "MOB".
           05 FILLER PIC 9(02) VALUE 10.
           05 FILLER PIC X(30) VALUE "MOBILIARIO".
           05 FILLER PIC X(03) VALUE "OTR".
           05 FILLER PIC 9(02) VALUE 05.
           05 FILLER PIC X(30) VALUE "OTROS EQUIPOS".
       01 FILLER REDEFINES TABLA-CLASES.
           05 CLA-ENT OCCURS 5 TIMES.
               10 CLA-CODIGO       PIC X(03).
               10 CLA-VIDA         PIC 9(02).
               10 CLA-DESCRIPCION  PIC X(30).

       77 WS-IND                   PIC 9(2) VALUE ZEROS.
       77 WS-MESES-COMPRA          PIC 9(6) VALUE ZEROS.
       77 WS-MESES-CORTE           PIC 9(6) VALUE ZEROS.
       77 WS-MESES-VIDA            PIC 9(4) VALUE ZEROS.
       01 WS-FECHA-AUX             PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WS-FECHA-AUX.
           05 WS-ANIO-AUX          PIC 9(4).
           05 WS-MES-AUX           PIC 9(2).
           05 WS-DIA-AUX           PIC 9(2).

       LINKAGE SECTION.
       01 DBI-PARAMETROS.
           05 DBI-CLASE            PIC X(3).
           05 DBI-COSTO            PIC 9(7).
           05 DBI-FECHA-COMPRA     PIC 9(8).
           05 DBI-FECHA-CORTE      PIC 9(8).
           05 DBI-DESCRIPCION      PIC X(30).
           05 DBI-VIDA-ANIOS       PIC 9(2).
           05 DBI-MESES            PIC 9(4).
           05 DBI-AMORTIZACION     PIC 9(7)V99.
           05 DBI-VALOR-NETO       PIC 9(7)V99.
           05 DBI-RESULTADO        PIC X(2).

       PROCEDURE DIVISION USING DBI-PARAMETROS.

       010-PRINCIPAL.
           MOVE "CL" TO DBI-RESULTADO.
           MOVE SPACES TO DBI-DESCRIPCION.
           MOVE ZEROS TO DBI-VIDA-ANIOS DBI-MESES DBI-AMORTIZACION.
           MOVE DBI-COSTO TO DBI-VALOR-NETO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > MAX-CLASES OR DBI-RESULTADO = "OK"
               IF CLA-CODIGO (WS-IND) = DBI-CLASE
                   MOVE CLA-DESCRIPCION (WS-IND) TO DBI-DESCRIPCION
                   MOVE CLA-VIDA (WS-IND) TO DBI-VIDA-ANIOS
                   MOVE "OK" TO DBI-RESULTADO
               END-IF
           END-PERFORM.
           IF DBI-RESULTADO NOT = "OK"
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           IF DBI-FECHA-COMPRA IS NOT NUMERIC
               OR DBI-FECHA-CORTE IS NOT NUMERIC
               MOVE "FE" TO DBI-RESULTADO
               GO TO 010-PRINCIPAL-FIN
           END-IF.
      *MESES CUMPLIDOS ENTRE EL MES DE COMPRA Y EL DE CORTE.
           MOVE DBI-FECHA-COMPRA TO WS-FECHA-AUX.
           COMPUTE WS-MESES-COMPRA = WS-ANIO-AUX * 12 + WS-MES-AUX.
           MOVE DBI-FECHA-CORTE TO WS-FECHA-AUX.
           COMPUTE WS-MESES-CORTE = WS-ANIO-AUX * 12 + WS-MES-AUX.
           IF WS-MESES-CORTE <= WS-MESES-COMPRA
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           COMPUTE DBI-MESES = WS-MESES-CORTE - WS-MESES-COMPRA.
           COMPUTE WS-MESES-VIDA = DBI-VIDA-ANIOS * 12.
           IF DBI-MESES >= WS-MESES-VIDA
               MOVE DBI-COSTO TO DBI-AMORTIZACION
           ELSE
               COMPUTE DBI-AMORTIZACION ROUNDED =
                       DBI-COSTO * DBI-MESES / WS-MESES-VIDA
           END-IF.
           COMPUTE DBI-VALOR-NETO = DBI-COSTO - DBI-AMORTIZACION.
       010-PRINCIPAL-FIN.
           GOBACK.
       END PROGRAM DEPRECIA-BIEN.
