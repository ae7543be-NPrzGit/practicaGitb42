          05 CUA-BAJAS-ERRONEAS  PIC 9(6).
          05 CUA-SIN-CAMBIO      PIC 9(6).
          05 CUA-SIN-DOCUMENTO   PIC 9(6).
          05 CUA-CONFLICTOS      PIC 9(6).
