                  file status is fs-usu.

      *matriz de permisos por funcion (vender, prestar, exonerar,
      *eliminar, archivos, cierres, socios, parametros): un registro
      *por usuario y funcion con s/n. sin registro rige el nivel de
      *siempre (a=todo, c=consulta). la consultan libreria,
      *prog-pagos-f, ventas-local, sient01m y mant-parametros.
           select permisos assign to random, 'PERMISOS.DAT'
                  organization indexed
                  access mode dynamic
                  record key is perm-clave
                  file status is fs-permisos.

      *traza de auditoria de las tablas de parametros, comun con
      *mant-tarifas, mant-politicas, mant-clases, mant-calendario,
      *mant-categorias y stock-mant: cada permiso dado, cambiado o
      *quitado deja el valor anterior y el nuevo con el operador,
      *la fecha y la hora (tabla 'PERMISOS'). la consulta es
      *consulta-aud-param.
           select auditoria-parametros
                  assign to 'AUDITORIA-PARAMETROS.DAT'
                  organization line sequential
                  file status is fs-auditoria-par.

      *
       data division.
       file section.
              05 perm-funcion   pic x(10).
           03 perm-permitido    pic x(01).

       fd  auditoria-parametros.
       01  linea-auditoria-par  pic x(120).

      *******
       working-storage section.
      *******
       01 p-funcion    pic x(10) value spaces.
       01 p-permitido  pic x     value ' '.

      *linea de auditoria de parametros: tabla, operacion (a/m/b),
      *clave, campo, anterior -> nuevo, fecha y hora, operador. el
      *operador se pide la primera vez que se entra a permisos.
       01 fs-auditoria-par    pic xx.
          88 f-noexiste-audpar   value '05' '35'.
       01 audp-tabla          pic x(10) value spaces.
       01 audp-operacion      pic x(01) value spaces.
          88 audp-es-alta        value 'A'.
          88 audp-es-modif       value 'M'.
       01 audp-clave          pic x(15) value spaces.
       01 audp-campo          pic x(15) value spaces.
       01 audp-anterior       pic x(20) value spaces.
       01 audp-nuevo          pic x(20) value spaces.
       01 audp-fecha          pic 9(8)  value zeros.
       01 audp-hora           pic 9(8)  value zeros.
       01 audp-operador       pic x(10) value spaces.

      *codificacion de una via de la palabra de paso: '#' mas ocho
      *digitos calculados sobre los 15 caracteres. mismo algoritmo
      *en todos los programas que guardan o verifican claves; si se
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
           perform open-io-usu
             perform mantener-permisos thru fin-mantener-permisos
             go pedir-clave
           end-if.
      *el bloqueo y el desbloqueo quedan en la auditoria de
      *parametros (tabla 'USUARIOS', campo 'NIVEL'): el desbloqueo
      *cuenta como uso para usuarios-inactivos, que si no volveria
      *a bloquear esa misma noche al usuario sin ingresos recientes.
           if f7
             perform pedir-operador thru fin-pedir-operador
             if audp-operador = spaces
                go pedir-clave
             end-if
             move p-clave to usu-clave
             perform read-usu
             if esta-usu
                move usu-nivel to audp-anterior
                if usu-nivel = 'B'
                   move 'C' to usu-nivel
                else
                   move 'B' to usu-nivel
                end-if
                perform rewrite-usu
                if esta-usu
                   perform auditar-nivel thru fin-auditar-nivel
                end-if
             end-if
             go pedir-clave
           end-if.
                        line 1 position 1
           display '----------------------------------------------'
                        line 2 position 1.
           if en-entrenamiento
              display ' ENTRENAMIENTO ' line 3 position 1 reverse
           end-if.
           display '      Codigo de Usuario: ___________
      -     '' line 5 position 1.
           display '      Nombre...........: __________________________
              accept que line 24 position 79
              go fin-mantener-permisos
           end-if.
           perform pedir-operador thru fin-pedir-operador.
           if audp-operador = spaces
              go fin-mantener-permisos
           end-if.
           open i-o permisos.
           if f-noexiste-permiso
              close permisos
           move spaces to p-funcion.
           display 'Funcion (VENDER/PRESTAR/EXONERAR/ELIMINAR/'
              line 24 position 1 erase eol.
           display 'ARCHIVOS/CIERRES/SOCIOS/PARAMETROS), vacia termina.'
              line 25 position 1.
           perform pedir-un-permiso thru fin-pedir-un-permiso
              until p-funcion = 'FIN'.
           end-if.
           move p-clave to perm-usuario.
           move p-funcion to perm-funcion.
           move 'A' to audp-operacion.
           move spaces to audp-anterior.
           read permisos
              invalid key
                 move p-clave to perm-usuario
                 move p-permitido to perm-permitido
                 write reg-permiso end-write
              not invalid key
                 move 'M' to audp-operacion
                 move perm-permitido to audp-anterior
                 move p-permitido to perm-permitido
                 rewrite reg-permiso end-rewrite
           end-read.
           if esta-permiso
              perform auditar-permiso thru fin-auditar-permiso
           end-if.
           display 'Anotado.' line 24 position 1 erase eol.
       fin-pedir-un-permiso.
           exit.

      *el operador se pide la primera vez que se cambia un permiso
      *o un nivel; queda en blanco si no se carga.
       pedir-operador.
           if audp-operador = spaces
              display 'Operador: ' line 23 position 1 erase eol
              accept audp-operador line 23 position 11
              if audp-operador = spaces
                 display 'Falta el operador: los cambios de permisos '
                    'se auditan a su nombre.' line 24 position 1
                    erase eol
                 accept que line 24 position 79
              end-if
           end-if.
       fin-pedir-operador.
           exit.

      *linea de auditoria del nivel cambiado con f7.
       auditar-nivel.
           move 'USUARIOS' to audp-tabla.
           move 'M' to audp-operacion.
           move usu-clave to audp-clave.
           move 'NIVEL' to audp-campo.
           move usu-nivel to audp-nuevo.
           perform escribir-auditoria.
       fin-auditar-nivel.
           exit.

      *linea de auditoria del permiso recien grabado, mismo armado
      *que auditar-parametro en los mant-*: sin cambio no se anota.
       auditar-permiso.
           move 'PERMISOS' to audp-tabla.
           move p-clave to audp-clave.
           move p-funcion to audp-campo.
           move p-permitido to audp-nuevo.
           if audp-es-modif and audp-anterior = audp-nuevo
              go fin-auditar-permiso
           end-if.
           perform escribir-auditoria.
       fin-auditar-permiso.
           exit.

       escribir-auditoria.
           open extend auditoria-parametros.
           if f-noexiste-audpar
              close auditoria-parametros
              open output auditoria-parametros
           end-if.
           accept audp-fecha from date yyyymmdd.
           accept audp-hora from time.
           move spaces to linea-auditoria-par.
           string audp-tabla     delimited by size
                  ' '            delimited by size
                  audp-operacion delimited by size
                  ' '            delimited by size
                  audp-clave     delimited by size
                  ' '            delimited by size
                  audp-campo     delimited by size
                  ' '            delimited by size
                  audp-anterior  delimited by size
                  ' -> '         delimited by size
                  audp-nuevo     delimited by size
                  ' '            delimited by size
                  audp-fecha     delimited by size
                  audp-hora      delimited by size
                  ' '            delimited by size
                  audp-operador  delimited by size
                  into linea-auditoria-par.
           write linea-auditoria-par.
           close auditoria-parametros.

      *codifica ws-clave-entrada en ws-clave-codificada ('#' mas
      *ocho digitos). mismo algoritmo en todos los programas que
      *guardan o verifican claves.
