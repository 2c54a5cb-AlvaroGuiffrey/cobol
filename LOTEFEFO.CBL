               88  WLS-LIBERADO       VALUE "L" " ".
               88  WLS-EN-CUARENTENA  VALUE "Q".
               88  WLS-RECHAZADO      VALUE "R".
               88  WLS-EN-MADURACION  VALUE "M".

       FD  LOTEMOV.
       01  REG-LOTEMOV.
               GO TO 3000-BUSCAR-MEJOR-EXIT
           END-IF.
      *    Lote retenido por calidad (cuarentena o rechazado en
      *    LOTEHOLD) o queso todavia en camara (MADURA): no se
      *    asigna nunca.
           IF NOT WLS-LIBERADO
               GO TO 3000-BUSCAR-MEJOR-EXIT
           END-IF.
