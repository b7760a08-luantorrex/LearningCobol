           02  CLG-NUM1        PIC S9(04)V99.
           02  CLG-NUM2        PIC S9(04)V99.
           02  CLG-RESULTADO   PIC S9(08)V99.
      *    calculos financeiros (tabela Price, juros entre
      *    datas e encargos de atraso): valor principal, taxa
      *    percentual e prazo - meses na Price, dias nos
      *    demais; o resultado e a parcela na Price, o
      *    montante nos juros e o total devido no atraso.
      *    Zerados nas quatro operacoes.
           02  CLG-PRINCIPAL   PIC 9(09)V99.
           02  CLG-TAXA        PIC 9(03)V9(04).
           02  CLG-PRAZO       PIC 9(05).
