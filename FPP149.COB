       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGHASH.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *ENCADEAMENTO DO LOG DE ALTERACOES (CHGLOG1.DAT) - CALCULA O
      *LOGHASH DO REGISTRO A PARTIR DO LOGHASH DO REGISTRO ANTERIOR E
      *DOS DADOS DO REGISTRO (SEQUENCIA ATE A HORA). ALTERAR OU APAGAR
      *UM REGISTRO QUEBRA A CADEIA DALI EM DIANTE (VERIFICACAO NO
      *AUDLOG/FPP059)
      *CHAMADO POR TODOS OS PROGRAMAS QUE GRAVAM O LOG:
      *    CALL "LOGHASH" USING LOGREC CTRHASH
      *ENTRADA: LKANT = HASH DO ULTIMO REGISTRO DO LOG (CTRHASH)
      *SAIDA..: LOGHASH DO REGISTRO E LKANT = O NOVO HASH
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *TABELA DE CARACTERES - O VALOR DE CADA BYTE E A SUA POSICAO
      *(CARACTERE FORA DA TABELA VALE O TAMANHO DA TABELA)
      *-----------------------------------------------------------------
           01 TABCAR.
               03 FILLER PIC X(47) VALUE
                   " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-./,;:_+*=".
               03 FILLER PIC X(40) VALUE
                   "abcdefghijklmnopqrstuvwxyz()<>!?@#$%&'[]".
           01 HCAR        PIC X(01).
           01 HVAL        PIC 9(03).
           01 HSUB        PIC 9(03).
           01 HWORK       PIC 9(18).
           01 HQUOC       PIC 9(18).
           01 HPRIMO      PIC 9(12) VALUE 999999999989.
       LINKAGE SECTION.
           01 LKLOGREC.
               03 LKDADOS     PIC X(55).
               03 LKDADOSR REDEFINES LKDADOS.
                   05 LKBYTE  PIC X(01) OCCURS 55 TIMES.
               03 LKHASH      PIC 9(12).
           01 LKANT       PIC 9(12).
       PROCEDURE DIVISION USING LKLOGREC LKANT.
       R01.
           MOVE LKANT TO HWORK
           MOVE 1 TO HSUB
       .
       R02.
           IF HSUB > 55
               GO TO R03
           .
           MOVE LKBYTE(HSUB) TO HCAR
           MOVE ZEROS TO HVAL
           INSPECT TABCAR TALLYING HVAL FOR CHARACTERS
               BEFORE INITIAL HCAR
           COMPUTE HWORK = HWORK * 131 + HVAL + HSUB
           DIVIDE HWORK BY HPRIMO GIVING HQUOC REMAINDER HWORK
           ADD 1 TO HSUB
           GO TO R02
       .
       R03.
      *-----------------------------------------------------------------
      *MISTURA FINAL - UMA ALTERACAO NO ULTIMO BYTE TAMBEM ESPALHA
      *-----------------------------------------------------------------
           COMPUTE HWORK = HWORK * 7919 + LKANT
           DIVIDE HWORK BY HPRIMO GIVING HQUOC REMAINDER HWORK
           MOVE HWORK TO LKHASH
           MOVE HWORK TO LKANT
           GOBACK
           .
