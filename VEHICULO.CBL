      *           para alimentar el resultado por ruta RUTPYG.
      * Las alarmas de service por km o fecha salen por
      * VEHALARM.
      * Los siniestros del vehiculo (tipo SIN) los carga
      * SEGUROS desde la poliza, con el mismo pase a RUTGASTO.
      * La documentacion del camion (VTV, RUTA, SENASA) y del
      * chofer se mantiene en DOCFLOTA.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
