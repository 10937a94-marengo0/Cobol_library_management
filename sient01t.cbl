           88 cursor-up        value   52.
           88 cursor-dw        value   53.

      *copia de entrenamiento (modo-entrena): en la copia cada
      *pantalla lleva la leyenda entrenamiento en la linea 3.
       01  men-parametros.
           03 men-modo             pic x(1).
              88 en-entrenamiento  value 'E'.
           03 men-fecha-copia      pic 9(8).
           03 men-fecha-resguardo  pic 9(8).

       linkage section.
       01 lk-using.
          03 lk-caminos  pic 9(3) occurs 20.
       end declaratives.
       programa section.
       programa-prin.
           call 'MODO-ENTRENA' using men-parametros.
           perform sacar-pantalla.
       inicio.
           perform open-io-nta
                        line 1 position 1
           display '----------------------------------------------'
                        line 2 position 1.
           if en-entrenamiento
              display ' ENTRENAMIENTO ' line 3 position 1 reverse
           end-if.
           display '      Codigo de Socio.: ___________
      -     '' line 5 position 1.
           display '                                            CONFORME
