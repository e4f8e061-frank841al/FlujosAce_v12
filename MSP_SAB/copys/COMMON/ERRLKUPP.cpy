          05 EL-IND-RESULTADO            PIC  X(01).
             88 EL-COD-ENCONTRADO                 VALUE 'S'.
             88 EL-COD-NO-CATALOGADO              VALUE 'N'.
          05 EL-IND-EXCEPTUABLE          PIC  X(01).
             88 EL-ES-EXCEPTUABLE                 VALUE 'S'.
