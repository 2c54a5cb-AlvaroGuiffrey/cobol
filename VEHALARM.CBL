      * del vehiculo sumado de VEHMANT. Un camion muerto en
      * plena ruta por service vencido cuesta un dia entero de
      * reparto.
      * El costo incluye los siniestros (tipo SIN) que carga
      * SEGUROS, netos de lo recuperado de la aseguradora.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
