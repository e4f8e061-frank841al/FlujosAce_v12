          05 E512-CUS-TITUL-VEN          PIC  9(04).                    00340000
          05 E512-MOD-COMUN-COM          PIC  X(01).                    00350000
          05 E512-MOD-COMUN-VEN          PIC  X(01).                    00360000
      *   CONTRAPARTE DE LA OPERACION (SAB O INSTITUCION REGISTRADA EN  00370000
      *   CTPMAST). OBLIGATORIA: SU LIMITE DE EXPOSICION OTC SE VALIDA  00380000
      *   CON CTPCHK ANTES DE REGISTRAR LA ORDEN.                       00390000
          05 E512-CONTRAPARTE            PIC  X(20).                    00400000

