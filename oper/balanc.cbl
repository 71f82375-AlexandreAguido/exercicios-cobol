                02 SALBR PIC 9(8)V99.
                02 DEP PIC 9(2).
                02 NOME PIC X(30).
                02 CCUSTO PIC 9(2).
                02 DATA-ADM PIC 9(8).

      * remessa bancaria no formato header/detalhe/trailer gravado
      * pelo EX4 (ver REG-BANCO-* no fonte da folha).
