      *----------------------------------------------------------
      * Encolado de documentos a mandar por correo: se invoca
      * por CALL desde los programas que generan documentos para
      * el cliente (ESTCTA, PRECLI, RECLMORA, LABANA) con el
      * programa de origen, la cuenta y la descripcion del
      * documento. Busca la direccion de correo de la cuenta en
      * CUENMAIL (la ficha de mail al costado de CUENTA, como
      * CUENCBU guarda el CBU) y deja la entrada en la cola
      * EMAILQ numerada desde NUMERO tipo "EMAILQ  ", en estado
      * P pendiente; si la cuenta no tiene mail cargado queda en
      * F directo, a la vista en la consulta. EMAILQ administra
      * la cola: el envio real es un paso externo, pero la cola
      * y la auditoria de que salio y a quien son del sistema.
      * REGSAN encola el aviso de vencimientos RNPA/RNE con la
      * cuenta 0, cuyo mail en CUENMAIL es el de calidad.
      * DOCFLOTA encola el aviso de vencimientos de documentos
      * de la flota a la cuenta que se indica para el jefe de
      * flota.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
