      *Informe de tendencias de la corrida desatendida a partir de la
      *historia permanente de corridas (CORRHIST) que agrega MAIN. Toma
      *las ultimas 30 corridas y produce en TENDREP, por programa, la
      *frecuencia de fallas y advertencias, la duracion promedio y la
      *peor, y el volumen promedio; despues lista las ejecuciones
      *fuera de lo normal en duracion o en volumen, para ver venir el
      *paso que se esta degradando antes de que tumbe la corrida.
      *Se considera fuera de lo normal una ejecucion que tarda mas del
      *doble del promedio de su programa (y al menos un segundo mas),
      *o cuyo volumen (leidos mas escritos) pasa del doble del
      *promedio o no llega a la mitad; solo se juzgan programas con
      *al menos tres ejecuciones en la ventana.
      *IS INITIAL PROGRAM para que una corrida que lo invoque mas de
      *una vez arranque siempre con el WORKING-STORAGE reiniciado
      *(mismo motivo que en EXAM, ex1 y ex2).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDRPT IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Historia de corridas que agrega MAIN; aqui solo se lee.
           SELECT ARCHIVO-HISTORIA ASSIGN TO "CORRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-HISTORIA-STATUS.
      *Informe imprimible de tendencias.
           SELECT ARCHIVO-INFORME ASSIGN TO "TENDREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-HISTORIA.
      *trazado compartido con MAIN, que es quien lo escribe
       COPY "CORRHIS.cpy".

       FD  ARCHIVO-INFORME.
       01 REG-INFORME          pic X(120).

       WORKING-STORAGE SECTION.
      *codigos de estado y resumen de fin de corrida estandar
       COPY "STDCODES.cpy".
       77 WKS-HISTORIA-STATUS  pic X(02) value "00".
       77 WKS-INFORME-STATUS   pic X(02) value "00".
       77 WKS-fin-historia     pic X(01) value "N".
           88 WKS-fin-de-historia     value "S".
      *ventana de corridas que se analizan
       77 WKS-ventana          pic 9(03) value 30.
      *corridas distintas en la historia, cuantas se saltan para
      *quedarse con las ultimas de la ventana, y la corrida en curso
      *de la pasada (su fecha/hora de arranque y su numero)
       77 WKS-total-corridas   pic 9(07) value 0.
       77 WKS-corridas-omitir  pic 9(07) value 0.
       77 WKS-corrida-num      pic 9(07) value 0.
       77 WKS-corrida-actual   pic X(16) value spaces.
       77 WKS-corrida-leida    pic X(16).
      *pasada en curso (1 contar corridas, 2 acumular, 3 atipicos)
       77 WKS-pasada           pic 9(01).
      *contadores de la pasada
       77 WKS-leidos           pic 9(07) value 0.
       77 WKS-en-ventana       pic 9(07) value 0.
       77 WKS-atipicos         pic 9(07) value 0.
      *acumulados por programa dentro de la ventana; hasta 50
      *programas distintos
       77 WKS-total-programas  pic 9(03) value 0.
       77 WKS-idx-programa     pic 9(03) value 0.
       77 WKS-programa-hallado pic X(01) value "N".
           88 WKS-programa-encontrado value "S".
       01 WKS-TABLA-PROGRAMAS.
           05 WKS-prog-entrada occurs 50 times.
               10 WKS-prog-nombre      pic X(08).
               10 WKS-prog-ejecuciones pic 9(05).
               10 WKS-prog-fallas      pic 9(05).
               10 WKS-prog-advertencias pic 9(05).
               10 WKS-prog-suma-duracion pic 9(11).
               10 WKS-prog-peor-duracion pic 9(07).
               10 WKS-prog-suma-volumen pic 9(11).
               10 WKS-prog-prom-duracion pic 9(07).
               10 WKS-prog-prom-volumen pic 9(08).
      *volumen de la ejecucion leida, tope de duracion y de volumen
      *para juzgar si es atipica, y el motivo
       77 WKS-volumen          pic 9(08).
       77 WKS-tope-duracion    pic 9(08).
       77 WKS-tope-volumen     pic 9(09).
       77 WKS-doble-volumen    pic 9(09).
       77 WKS-motivo           pic X(30).
      *campos de calculo y edicion para las lineas del informe
       77 WKS-porcentaje       pic 9(03)V9.
       77 WKS-segundos         pic 9(05)V99.
       77 WKS-edita-conteo     pic ZZZZ9.
       77 WKS-edita-volumen    pic ZZZZZZZ9.
       77 WKS-edita-porcentaje pic ZZ9.9.
       77 WKS-edita-segundos   pic ZZZZ9.99.
       77 WKS-edita-total      pic ZZZZZZ9.

       PROCEDURE DIVISION.
           perform 00001-abrir-historia.
           if not WKS-fin-de-historia
               perform 00002-contar-corridas
               open output ARCHIVO-INFORME
               perform 00003-imprimir-encabezado
               move 2 to WKS-pasada
               perform 00004-pasar-historia
               perform 00008-imprimir-programas
               perform 00010-imprimir-titulo-atipicos
               move 3 to WKS-pasada
               perform 00004-pasar-historia
               perform 00013-imprimir-totales
               close ARCHIVO-INFORME
           end-if.
           perform 00014-resumen-final.
      *GOBACK para poder correrlo tambien como paso de una corrida
      *encadenada sin tumbar todo el run unit.
       GOBACK.

      *Revisa que la historia exista; si aun no existe (status "35")
      *se avisa y no se produce informe, en vez de abortar la corrida.
       00001-abrir-historia.
           open input ARCHIVO-HISTORIA.
           if WKS-HISTORIA-STATUS = "35"
               display "Archivo CORRHIST no encontrado, nada que "
                   "analizar"
               move "S" to WKS-fin-historia
           else
               close ARCHIVO-HISTORIA.

      *Primera pasada: cuenta las corridas distintas para saber
      *cuantas saltar y quedarse con las ultimas de la ventana.
       00002-contar-corridas.
           move 1 to WKS-pasada.
           perform 00004-pasar-historia.
           move WKS-corrida-num to WKS-total-corridas.
           if WKS-total-corridas > WKS-ventana
               compute WKS-corridas-omitir =
                   WKS-total-corridas - WKS-ventana
           else
               move 0 to WKS-corridas-omitir
           end-if.

      *Una pasada completa sobre la historia; cada renglon se numera
      *con su corrida y se trata segun la pasada en curso.
       00004-pasar-historia.
           move "N" to WKS-fin-historia.
           move 0 to WKS-corrida-num.
           move spaces to WKS-corrida-actual.
           open input ARCHIVO-HISTORIA.
           perform 00005-leer-historia.
           perform 00006-tratar-renglon until WKS-fin-de-historia.
           close ARCHIVO-HISTORIA.

      *Lee el siguiente renglon de la historia.
       00005-leer-historia.
           read ARCHIVO-HISTORIA
               at end move "S" to WKS-fin-historia
           end-read.

      *Numera la corrida del renglon (cambia cuando cambia la
      *fecha/hora de arranque de MAIN) y, dentro de la ventana, lo
      *acumula o lo juzga segun la pasada.
       00006-tratar-renglon.
           move HCO-fecha-corrida to WKS-corrida-leida(1:8).
           move HCO-hora-corrida to WKS-corrida-leida(9:8).
           if WKS-corrida-leida not = WKS-corrida-actual
               add 1 to WKS-corrida-num
               move WKS-corrida-leida to WKS-corrida-actual
           end-if.
           if WKS-pasada = 1
               add 1 to WKS-leidos
           end-if.
           if WKS-pasada > 1 and
              WKS-corrida-num > WKS-corridas-omitir
               perform 00015-buscar-programa
               if WKS-pasada = 2
                   perform 00007-acumular-renglon
               else
                   perform 00011-juzgar-renglon
               end-if
           end-if.
           perform 00005-leer-historia.

      *Busca el programa del renglon en la tabla; en la pasada de
      *acumulado lo agrega si es la primera vez que aparece.
       00015-buscar-programa.
           move "N" to WKS-programa-hallado.
           move 0 to WKS-idx-programa.
           perform 00016-comparar-programa
               until WKS-programa-encontrado
               or WKS-idx-programa = WKS-total-programas.
           if not WKS-programa-encontrado and WKS-pasada = 2
               if WKS-total-programas < 50
                   add 1 to WKS-total-programas
                   move WKS-total-programas to WKS-idx-programa
                   move HCO-programa to
                       WKS-prog-nombre(WKS-idx-programa)
                   move 0 to WKS-prog-ejecuciones(WKS-idx-programa)
                   move 0 to WKS-prog-fallas(WKS-idx-programa)
                   move 0 to WKS-prog-advertencias(WKS-idx-programa)
                   move 0 to WKS-prog-suma-duracion(WKS-idx-programa)
                   move 0 to WKS-prog-peor-duracion(WKS-idx-programa)
                   move 0 to WKS-prog-suma-volumen(WKS-idx-programa)
                   move "S" to WKS-programa-hallado
               else
                   display "Tabla de programas llena, se omite: "
                       HCO-programa
               end-if
           end-if.

       00016-comparar-programa.
           add 1 to WKS-idx-programa.
           if WKS-prog-nombre(WKS-idx-programa) = HCO-programa
               move "S" to WKS-programa-hallado
           end-if.

      *Acumula la ejecucion en el renglon de su programa: fallas
      *(codigo de error o peor), advertencias, duracion y volumen.
       00007-acumular-renglon.
           if WKS-programa-encontrado
               add 1 to WKS-en-ventana
               add 1 to WKS-prog-ejecuciones(WKS-idx-programa)
               if HCO-codigo >= 08
                   add 1 to WKS-prog-fallas(WKS-idx-programa)
               else
               if HCO-codigo >= 04
                   add 1 to WKS-prog-advertencias(WKS-idx-programa)
               end-if
               end-if
               add HCO-duracion to
                   WKS-prog-suma-duracion(WKS-idx-programa)
               if HCO-duracion >
                  WKS-prog-peor-duracion(WKS-idx-programa)
                   move HCO-duracion to
                       WKS-prog-peor-duracion(WKS-idx-programa)
               end-if
               add HCO-leidos HCO-escritos to
                   WKS-prog-suma-volumen(WKS-idx-programa)
           end-if.

      *Seccion por programa: ejecuciones, fallas y advertencias con
      *su frecuencia, duracion promedio y peor (en segundos) y
      *volumen promedio.
       00008-imprimir-programas.
           move spaces to REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           string "PROGRAMA  EJEC FALLAS  %FALLA ADVERT   %ADV "
               delimited by size
               " DUR-PROM  DUR-PEOR  VOL-PROM" delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move 0 to WKS-idx-programa.
           perform 00009-linea-programa
               until WKS-idx-programa = WKS-total-programas.

      *Una linea de la seccion por programa; tambien deja calculados
      *los promedios que usa la pasada de atipicos.
       00009-linea-programa.
           add 1 to WKS-idx-programa.
           compute WKS-prog-prom-duracion(WKS-idx-programa) rounded =
               WKS-prog-suma-duracion(WKS-idx-programa) /
               WKS-prog-ejecuciones(WKS-idx-programa).
           compute WKS-prog-prom-volumen(WKS-idx-programa) rounded =
               WKS-prog-suma-volumen(WKS-idx-programa) /
               WKS-prog-ejecuciones(WKS-idx-programa).
           move spaces to REG-INFORME.
           move WKS-prog-nombre(WKS-idx-programa) to REG-INFORME(1:8).
           move WKS-prog-ejecuciones(WKS-idx-programa) to
               WKS-edita-conteo.
           move WKS-edita-conteo to REG-INFORME(10:5).
           move WKS-prog-fallas(WKS-idx-programa) to WKS-edita-conteo.
           move WKS-edita-conteo to REG-INFORME(16:5).
           compute WKS-porcentaje rounded =
               WKS-prog-fallas(WKS-idx-programa) * 100 /
               WKS-prog-ejecuciones(WKS-idx-programa).
           move WKS-porcentaje to WKS-edita-porcentaje.
           move WKS-edita-porcentaje to REG-INFORME(24:5).
           move WKS-prog-advertencias(WKS-idx-programa) to
               WKS-edita-conteo.
           move WKS-edita-conteo to REG-INFORME(31:5).
           compute WKS-porcentaje rounded =
               WKS-prog-advertencias(WKS-idx-programa) * 100 /
               WKS-prog-ejecuciones(WKS-idx-programa).
           move WKS-porcentaje to WKS-edita-porcentaje.
           move WKS-edita-porcentaje to REG-INFORME(38:5).
           compute WKS-segundos =
               WKS-prog-prom-duracion(WKS-idx-programa) / 100.
           move WKS-segundos to WKS-edita-segundos.
           move WKS-edita-segundos to REG-INFORME(45:8).
           compute WKS-segundos =
               WKS-prog-peor-duracion(WKS-idx-programa) / 100.
           move WKS-segundos to WKS-edita-segundos.
           move WKS-edita-segundos to REG-INFORME(55:8).
           move WKS-prog-prom-volumen(WKS-idx-programa) to
               WKS-edita-volumen.
           move WKS-edita-volumen to REG-INFORME(64:8).
           write REG-INFORME.

      *Titulos de la seccion de ejecuciones atipicas.
       00010-imprimir-titulo-atipicos.
           move spaces to REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           string "EJECUCIONES ATIPICAS" delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           string "FECHA    HORA     TARJ PROGRAMA   DURACION  "
               delimited by size
               "VOLUMEN COD MOTIVO" delimited by size
               into REG-INFORME.
           write REG-INFORME.

      *Juzga una ejecucion contra los promedios de su programa y la
      *lista si se sale de lo normal en duracion o en volumen.
       00011-juzgar-renglon.
           if WKS-programa-encontrado and
              WKS-prog-ejecuciones(WKS-idx-programa) >= 3
               move spaces to WKS-motivo
               compute WKS-volumen = HCO-leidos + HCO-escritos
               compute WKS-tope-duracion =
                   WKS-prog-prom-duracion(WKS-idx-programa) * 2
               if WKS-tope-duracion <
                  WKS-prog-prom-duracion(WKS-idx-programa) + 100
                   compute WKS-tope-duracion =
                       WKS-prog-prom-duracion(WKS-idx-programa) + 100
               end-if
               compute WKS-tope-volumen =
                   WKS-prog-prom-volumen(WKS-idx-programa) * 2
               compute WKS-doble-volumen = WKS-volumen * 2
               if HCO-duracion > WKS-tope-duracion
                   move "DURACION MAS DEL DOBLE" to WKS-motivo
               else
               if WKS-volumen > WKS-tope-volumen
                   move "VOLUMEN MAS DEL DOBLE" to WKS-motivo
               else
               if WKS-doble-volumen <
                  WKS-prog-prom-volumen(WKS-idx-programa)
                   move "VOLUMEN MENOS DE LA MITAD" to WKS-motivo
               end-if
               end-if
               end-if
               if WKS-motivo not = spaces
                   perform 00012-linea-atipico
               end-if
           end-if.

      *Una linea de ejecucion atipica.
       00012-linea-atipico.
           add 1 to WKS-atipicos.
           move spaces to REG-INFORME.
           move HCO-fecha-corrida to REG-INFORME(1:8).
           move HCO-hora-inicio to REG-INFORME(10:8).
           move HCO-tarjeta to WKS-edita-conteo.
           move WKS-edita-conteo(2:4) to REG-INFORME(19:4).
           move HCO-programa to REG-INFORME(24:8).
           compute WKS-segundos = HCO-duracion / 100.
           move WKS-segundos to WKS-edita-segundos.
           move WKS-edita-segundos to REG-INFORME(34:8).
           move WKS-volumen to WKS-edita-volumen.
           move WKS-edita-volumen to REG-INFORME(43:8).
           move HCO-codigo to REG-INFORME(53:2).
           move WKS-motivo to REG-INFORME(56:30).
           write REG-INFORME.

      *Encabezado del informe con la ventana analizada.
       00003-imprimir-encabezado.
           move spaces to REG-INFORME.
           string "TENDENCIAS DE LA CORRIDA DESATENDIDA - TENDRPT"
               delimited by size into REG-INFORME.
           write REG-INFORME.
           move spaces to REG-INFORME.
           move WKS-ventana to WKS-edita-conteo.
           string "ULTIMAS " delimited by size
               WKS-edita-conteo delimited by size
               " CORRIDAS DE LA HISTORIA" delimited by size
               into REG-INFORME.
           write REG-INFORME.

      *Totales de la pasada.
       00013-imprimir-totales.
           if WKS-atipicos = 0
               move spaces to REG-INFORME
               string "(sin ejecuciones atipicas)" delimited by size
                   into REG-INFORME
               write REG-INFORME
           end-if.
           move spaces to REG-INFORME.
           write REG-INFORME.
           move WKS-leidos to WKS-edita-total.
           move spaces to REG-INFORME.
           string "Renglones de historia leidos: " delimited by size
               WKS-edita-total delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-total-corridas to WKS-edita-total.
           move spaces to REG-INFORME.
           string "Corridas en la historia.....: " delimited by size
               WKS-edita-total delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-en-ventana to WKS-edita-total.
           move spaces to REG-INFORME.
           string "Ejecuciones analizadas......: " delimited by size
               WKS-edita-total delimited by size
               into REG-INFORME.
           write REG-INFORME.
           move WKS-atipicos to WKS-edita-total.
           move spaces to REG-INFORME.
           string "Ejecuciones atipicas........: " delimited by size
               WKS-edita-total delimited by size
               into REG-INFORME.
           write REG-INFORME.

      *Resumen final de la corrida con el codigo de estado estandar
      *compartido (copybook STDCODES); hay advertencia si aparecieron
      *ejecuciones atipicas.
       00014-resumen-final.
           move "TENDRPT" to STD-PROGRAMA.
           move WKS-leidos to STD-REGISTROS-LEIDOS.
           move WKS-atipicos to STD-REGISTROS-ESCRITOS.
           if WKS-HISTORIA-STATUS = "35"
               move 04 to STD-CODIGO
               move "Archivo CORRHIST no encontrado" to STD-MENSAJE
           else
           if WKS-atipicos > 0
               move 04 to STD-CODIGO
               move "Informe con ejecuciones atipicas"
                   to STD-MENSAJE
           else
               move 00 to STD-CODIGO
               move "Informe generado sin errores" to STD-MENSAJE
           end-if
           end-if.
           display STD-PROGRAMA " - codigo " STD-CODIGO " - "
               STD-MENSAJE.
       END PROGRAM TENDRPT.
