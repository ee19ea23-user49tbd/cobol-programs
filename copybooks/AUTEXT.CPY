      *-----------------------------------------------------------------
      *AUTORIZACAO PREVIA DE HORAS EXTRAS (VER AUTEXTRA/FPP142) - UMA
      *POR MATRICULA E DIA. O PONTOIMP (FPP049) SO MANDA A FOLHA AS
      *EXTRAS MARCADAS ATE O TOTAL AUTORIZADO NA COMPETENCIA; O
      *EXCEDENTE VAI PARA A FILA DE PENDENTES (PENDEXT)
      *HXTIPO: N-EXTRA EM DIA UTIL (50%) D-DOMINGO/FERIADO (100%) -
      *O MESMO TIPO DA LINHA MENSAL DO RELOGIO
      *HXGESTOR: MATRICULA DO GESTOR QUE AUTORIZOU
      *-----------------------------------------------------------------
       01 AUTEXTREC.
           03 HXRK.
               05 HXRKF    PIC 9(06).
               05 HXDATA   PIC 9(08).
               05 HXDATAR REDEFINES HXDATA.
                   07 HXANO  PIC 9(04).
                   07 HXMES  PIC 9(02).
                   07 HXDIA  PIC 9(02).
           03 HXTIPO      PIC X(01).
           03 HXHORAS     PIC 9(02)V99.
           03 HXMOTIVO    PIC X(30).
           03 HXGESTOR    PIC 9(06).
           03 HXOPER      PIC X(10).
           03 HXDTREG     PIC 9(08).
