      * renglon para el resultado por centro de CCOSPYG.
      * Un movimiento cuyo origen no este mapeado aca no se
      * postea: DIARIOGN lo lista para correccion.
      * El puente del costo CMVDIAR usa la misma tabla con sus
      * origenes de stock (RECEPCIO, PRODINS, PRODSAL, CMVDEV,
      * CMVREM, MERMA, MERMADEV, INVFALTA, INVSOBRA).
      * El cierre mensual de IVA (IVALIQ) toma de aca sus
      * cuentas con los origenes IVALIQ, IVARETPE, IVASALDO e
      * IVALIBRE.
      * Los debitos de cadenas aceptados postean con un origen
      * por motivo: DEBCREB, DEBCOTI, DEBCPRO, DEBCFAL, DEBCPRE.
      * Los deudores incobrables (INCOBRA) usan INCPREV para la
      * prevision, INCBAJA para la baja e INCRECUP para el
      * recupero.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
