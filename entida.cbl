      *pidio no recibir cartas). las mantiene correo-devuelto.cbl.
           03 ent-correo-devuelto pic x(01).
           03 ent-sin-cartas    pic x(01).
      *direccion de correo electronico: si la hay, los avisos y
      *recibos salen por la cola de correo (correo-salida.dat) en
      *lugar de papel. ent-email-rebotado ('S') la pone
      *correo-devuelto.cbl cuando la pasarela informa que el correo
      *reboto, y el aviso vuelve a salir impreso; se limpia sola al
      *cargar una direccion nueva.
           03 ent-email         pic x(50).
           03 ent-email-rebotado pic x(01).
           03 filler pic x(261).

       fd  usu.
       01  reg-usu.
          03 ante-suspendido   pic x(01).
          03 ante-responsable  pic x(11).
          03 ante-clase        pic x(01).
          03 ante-email        pic x(50).
          03 ante-cargada      pic x(01).
       01 fs-auditoria-soc    pic xx.
          88 f-noexiste-audsoc    value '05' '35'.
           03 p-suspendido  pic x(01).
           03 p-responsable pic x(11).
           03 p-clase       pic x(01).
           03 p-email       pic x(50).
                                                                                
       01  aux            pic 99    value 0 .                                   
       01  x              pic 99.                                               
           88  es-modo-consulta        value 's'.
       01  aux-modo-cargado  pic x value 'n'.
           88  modo-ya-cargado         value 's'.                                      
      *copia de entrenamiento (modo-entrena): en la copia cada
      *pantalla lleva la leyenda entrenamiento en la linea 3.
       01  men-parametros.
           03 men-modo             pic x(1).
              88 en-entrenamiento  value 'E'.
           03 men-fecha-copia      pic 9(8).
           03 men-fecha-resguardo  pic 9(8).
                                                                                
       01  mun00-entblo   pic 9(5).                                             
------*                                                                         
       end declaratives.                                                        
       programa section.                                                        
       programa-prin.
           call 'MODO-ENTRENA' using men-parametros.
           perform sacar-pantalla.
           if not modo-ya-cargado
      *con la cadena nocturna corriendo no se firma nadie.
                 display p-pass    line 11 position 27 reverse
                 display p-telefono line 13 position 27 reverse
                 display p-domicilio line 15 position 27 reverse
                 display p-email line 16 position 27 reverse
                 display p-fecha-nac line 17 position 27 reverse
                 display p-fecha-venc line 19 position 27 reverse
                 display p-suspendido line 20 position 27 reverse
                    move ent-suspendido  to p-suspendido
                    move ent-responsable to p-responsable
                    move ent-clase to p-clase
                    move ent-email to p-email
                    display p-nombre  line 7 position 27 reverse
                    display p-comentario line 9 position 27 reverse
                    display p-pass    line 11 position 31 reverse
                    display p-telefono line 13 position 27 reverse
                    display p-domicilio line 15 position 27 reverse
                    display p-email line 16 position 27 reverse
                    display p-fecha-nac line 17 position 27 reverse
                    display p-fecha-venc line 19 position 27 reverse
                    display p-suspendido line 20 position 27 reverse
      *proxima corrida de cartas vuelve a intentar.
           move 'n' to ent-correo-devuelto.

       pedir-email.
           perform test after until intro or escapar or cursor-up
              accept p-email line 16 position 27
                    update tab prompt
              end-accept
           end-perform.
           if cursor-up go pedir-domicilio.
      *una direccion nueva limpia la marca de rebote: el proximo
      *aviso vuelve a salir por correo.
           if p-email not = ent-email
              move 'n' to ent-email-rebotado
           end-if.
           move p-email to ent-email.

       pedir-fecha-nac.
           perform test after until intro or escapar or cursor-up
              accept p-fecha-nac line 17 position 27
                    update tab prompt
              end-accept
           end-perform.
           if cursor-up go pedir-email.
           if escapar go fin-pedir-datos.
           move p-fecha-nac to aux-fecha-validar
           perform validar-fecha thru fin-validar-fecha
      -     '                  |' line 1 position 1
           display '------------------------+---------------------------
      -     '------------------+--------' line 2 position 1.
           if en-entrenamiento
              display ' ENTRENAMIENTO ' line 3 position 1 reverse
           end-if.
           display '      Codigo de Entidad.: ___________
      -     '' line 5 position 1.
           display '      Nombre de Entidad.: __________________________
      -     '' line 13 position 1.
           display '      Domicilio.........: __________________________
      -     '______________' line 15 position 1.
           display '      E-mail............: __________________________
      -     '________________________' line 16 position 1.
           display '      Fecha Nac.........: ________
      -     '' line 17 position 1.
           display '      Vto. Socio........: ________
           move ent-suspendido   to ante-suspendido.
           move ent-responsable  to ante-responsable.
           move ent-clase        to ante-clase.
           move ent-email        to ante-email.
           move 's' to ante-cargada.

      *compara la ficha reescrita con la foto tomada al leerla y
              move ent-clase to auds-nuevo
              perform auditar-cambio-socio
           end-if.
           if ante-email not = ent-email
              move 'EMAIL' to auds-campo
              move ante-email to auds-anterior
              move ent-email to auds-nuevo
              perform auditar-cambio-socio
           end-if.
       fin-auditar-cambios-ent.
           exit.

