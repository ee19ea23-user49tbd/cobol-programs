      *-----------------------------------------------------------------
      *CATALOGO DE CURSOS DE SEGURANCA (NR-10, NR-11, NR-35 ...) - UM
      *REGISTRO POR CURSO. CUNR E A NORMA REGULAMENTADORA; CUVALMES A
      *VALIDADE DO CERTIFICADO EM MESES ATE A RECICLAGEM OBRIGATORIA
      *(000 = SEM VENCIMENTO); CUCHMIN A CARGA HORARIA MINIMA DA NORMA.
      *CURSO FORA DE USO E INATIVADO, NAO APAGADO - OS REGISTROS DE
      *TREINAMENTO ANTIGOS CONTINUAM APONTANDO PARA O CODIGO
      *-----------------------------------------------------------------
       01 CURSOREC.
           03 CURK         PIC 9(04).
           03 CUDESC       PIC X(40).
           03 CUNR         PIC X(06).
           03 CUVALMES     PIC 9(03).
           03 CUCHMIN      PIC 9(03).
           03 CUATIVO      PIC X(01).
