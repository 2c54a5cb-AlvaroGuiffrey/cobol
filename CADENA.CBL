      *           de NUMERO tipo "RECIBO  " y el importe se va
      *           aplicando a las facturas abiertas de la
      *           central y de cada boca en orden, por el mismo
      *           RECALLOC de los recibos comunes. Lo que la
      *           cadena descuenta del pago se registra con el
      *           numero de este recibo en DEBCAD.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
