      ******************************************************************
      * TARREC.cob
      * Layout do registro da tabela de tarifas de juros/encargos
      * (TARFILE), lida pelo programa de fim de mes INTCHRG. Cada
      * registro traz as taxas ANUAIS em percentual - sobre saldo
      * credor (juros pagos ao titular) e sobre saldo devedor dentro
      * do limite de credito (encargo cobrado do titular) - e a base
      * de dias do ano (360/365; zero vale 360). Como em WK-RATE-FILE,
      * cada tarifa vale A PARTIR de WK-TARIF-EFF-DATE e o arquivo
      * guarda o historico: uma mudanca de taxa no meio do mes e
      * acrescentada como registro novo, nunca digitada por cima, e o
      * calculo aplica a cada dia a tarifa em vigor naquele dia.
      ******************************************************************
       01  WK-TARIF-RECORD.
           05  WK-TARIF-EFF-DATE       PIC 9(08).
           05  WK-TARIF-CRED-RATE      PIC 9(03)V9(06).
           05  WK-TARIF-OVRD-RATE      PIC 9(03)V9(06).
           05  WK-TARIF-DAY-BASIS      PIC 9(03).
