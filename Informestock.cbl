           05 PROD-ESTADO      PIC X(1).
           05 PROD-PRECIO-REF  PIC 9(3)V99.
           05 PROD-FECHA-VIGOR PIC 9(8).
      *CATEGORIA DE IVA (G/R/S/E, EN BLANCO = SIN CATEGORIA), VER
      *MANT-PRODUCTOS
           05 PROD-CATEGORIA-IVA PIC X(1).

           FD INFORME
           BLOCK CONTAINS 0 RECORDS
