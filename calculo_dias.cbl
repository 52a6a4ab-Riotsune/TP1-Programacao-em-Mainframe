       IDENTIFICATION DIVISION.

       PROGRAM-ID. calculo-dias.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 data-calculo pic 9(08).
       01 partes-data-calculo redefines data-calculo.
           02 ano-calculo pic 9(04).
           02 mes-calculo pic 9(02).
           02 dia-calculo pic 9(02).
       01 ano-ajustado pic 9(04).
       01 mes-ajustado pic 9(02).
       01 quociente-4 pic 9(04).
       01 quociente-100 pic 9(04).
       01 quociente-400 pic 9(04).
       01 dias-mes pic 9(04).
       01 dias-corridos pic 9(07).
       01 dias-inicial pic 9(07).
       01 dias-final pic 9(07).

       LINKAGE SECTION.

       01 data-inicial pic 9(08).
       01 data-final pic 9(08).
       01 dias-decorridos pic s9(07).

       PROCEDURE DIVISION USING data-inicial data-final
           dias-decorridos.

       01-Calculo.
           move data-inicial to data-calculo.
           perform 02-Converte-Data.
           move dias-corridos to dias-inicial.
           move data-final to data-calculo.
           perform 02-Converte-Data.
           move dias-corridos to dias-final.
           compute dias-decorridos = dias-final - dias-inicial.
           goback.

       02-Converte-Data.
           move zeros to dias-corridos.
           if ano-calculo > zeros
               move ano-calculo to ano-ajustado
               move mes-calculo to mes-ajustado
               if mes-calculo < 3
                   subtract 1 from ano-ajustado
                   add 12 to mes-ajustado
               end-if
               divide ano-ajustado by 4 giving quociente-4
               divide ano-ajustado by 100 giving quociente-100
               divide ano-ajustado by 400 giving quociente-400
               compute dias-mes = (153 * (mes-ajustado - 3) + 2) / 5
               compute dias-corridos = (365 * ano-ajustado)
                   + quociente-4 - quociente-100 + quociente-400
                   + dias-mes + dia-calculo
           end-if.
