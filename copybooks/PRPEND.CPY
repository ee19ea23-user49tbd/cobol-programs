           03 PPVALINTRA PIC 9(10)V99.
           03 PPVALANUEN PIC 9(10)V99.
           03 PPVALPENH  PIC 9(10)V99.
           03 PPVALREDIR PIC 9(10)V99.
