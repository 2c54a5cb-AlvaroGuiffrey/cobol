      * registro mensual PERCREG que PERCREP concilia contra la
      * DDJJ. Sin jurisdiccion o sin padron devuelve cero: esa
      * factura no percibe.
      * Si la facturacion informa la jurisdiccion del destino de
      * la mercaderia (la del punto de entrega de los remitos,
      * LK-JURISDICCION) se usa esa y no la del domicilio de la
      * cuenta; en blanco se resuelve como siempre.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  LK-COMPROBANTE            PIC 9(08).
       01  LK-NETO-GRAVADO           PIC S9(09)V99.
       01  LK-PERCEPCION             PIC S9(09)V99.
       01  LK-JURISDICCION           PIC X(02).

       PROCEDURE DIVISION USING LK-CUENTA
                                 LK-COMPROBANTE
                                 LK-NETO-GRAVADO
                                 LK-PERCEPCION
                                 LK-JURISDICCION.
       DECLARATIVES.
       CUENJURI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENJURI.
           END-IF.

       2000-RESOLVER-JURISDICCION.
           IF LK-JURISDICCION NOT = SPACES
               MOVE LK-JURISDICCION TO WPE-JURISDICCION
               GO TO 2000-RESOLVER-JURISDICCION-EXIT
           END-IF.
           MOVE "S" TO WPE-HALLADO.
           MOVE LK-CUENTA TO WCN-CUENTA.
           READ CUENJURI KEY IS WCN-CUENTA
