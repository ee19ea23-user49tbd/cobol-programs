      *-----------------------------------------------------------------
      *ENTREGA DO HOLERITE POR COMPETENCIA E MATRICULA - GRAVADO PELA
      *DISTRIBUICAO ELETRONICA DO FPP027 E ATUALIZADO PELO RETORNO DE
      *CIENCIA DO GATEWAY DE E-MAIL (HOLELET/FPP176). E A PROVA DE
      *ENTREGA - GUARDAR PELO PRAZO DOS DOCUMENTOS DA FOLHA
      *HESTAT: E-ENVIADO AO GATEWAY C-CIENCIA CONFIRMADA
      *        F-FALHA NA ENTREGA I-IMPRESSO
      *HEMOTIVO (SO NO IMPRESSO): S-SEM E-MAIL R-RECUSOU O ELETRONICO
      *        F-FALHA NA ENTREGA ELETRONICA
      *HEARQ: ARQUIVO INDIVIDUAL DO HOLERITE ENVIADO
      *HELIQ: LIQUIDO DO HOLERITE ENVIADO - SE A FOLHA MUDAR, O
      *        HOLERITE E REENVIADO MESMO COM A CIENCIA JA DADA
      *HEDTCONF/HEHRCONF: DATA E HORA DA CIENCIA (OU DA FALHA)
      *HEPROT: PROTOCOLO DA CIENCIA/FALHA DEVOLVIDO PELO GATEWAY
      *-----------------------------------------------------------------
       01 HOLENVREC.
           03 HERK.
               05 HERKY    PIC 9(04).
               05 HERKM    PIC 9(02).
               05 HERKF    PIC 9(06).
           03 HESTAT      PIC X(01).
           03 HEMOTIVO    PIC X(01).
           03 HEARQ       PIC X(20).
           03 HEEMAIL     PIC X(40).
           03 HELIQ       PIC 9(10)V99.
           03 HEQTENV     PIC 9(02).
           03 HEDTENV     PIC 9(08).
           03 HEHRENV     PIC 9(06).
           03 HEDTCONF    PIC 9(08).
           03 HEHRCONF    PIC 9(06).
           03 HEPROT      PIC X(20).
