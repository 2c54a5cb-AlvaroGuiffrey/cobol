           05  WPC-DESCRIPCION       PIC X(30).
           05  WPC-INTERCOMPANIA     PIC X(01).
               88  WPC-ES-INTERCOMP   VALUE "S".
           05  WPC-CLASE-AXI         PIC X(01).

       FD  MATRIZ.
       01  REG-MATRIZ.
