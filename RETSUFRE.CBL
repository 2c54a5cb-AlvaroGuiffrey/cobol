      *           impuesto y jurisdiccion, que es el numero que
      *           se vuelca a la declaracion de ingresos brutos.
      * Impuesto con la codificacion de RETREGIM: 1 ingresos
      * brutos, 2 ganancias, 3 IVA, y 4 tasa municipal (DReI),
      * que no es de RETREGIM: para ese impuesto la
      * jurisdiccion es el codigo de municipio de MUNICIP y
      * TASAMUNI la descuenta en la declaracion del municipio.
      * Los numeros salen del contador NUMERO tipo "RETSUF  ",
      * como los certificados propios de PAGOCONF.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   DISPLAY "RECIBO INEXISTENTE EN ARRECOMP"
                   GO TO 2000-CARGAR-CERT-EXIT
           END-READ.
           DISPLAY "IMPUESTO (1 IIBB/2 GAN/3 IVA/4 MUNI): ".
           ACCEPT WRF-IMPUESTO-PARAM.
           IF WRF-IMPUESTO-PARAM < 1 OR WRF-IMPUESTO-PARAM > 4
               DISPLAY "IMPUESTO INVALIDO"
               GO TO 2000-CARGAR-CERT-EXIT
           END-IF.
