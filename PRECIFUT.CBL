      * del mes que viene sin pisar el precio vigente de hoy.
      * Se invoca por CALL desde CAPPRE: modo "A" registra en el
      * historico el precio que CAPPRE acaba de aplicar; modo "C"
      * consulta el precio vigente a una fecha dada. PRECSIM
      * tambien usa el modo "A" al aprobar un escenario simulado
      * de aumento, con la fecha de vigencia del escenario.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
