       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRC16.
       AUTHOR. AUT.
      *-----------------------------------------------------------------
      *CRC-16 (KERMIT: POLINOMIO 1021 REFLETIDO = 8408, VALOR INICIAL
      *ZERO, SEM XOR FINAL) DOS LKLEN PRIMEIROS BYTES DE LKTXT, EM
      *QUATRO DIGITOS HEXADECIMAIS MAIUSCULOS - O CAMPO DE CONTROLE DOS
      *REGISTROS DO AFD DA PORTARIA 671 (VER AFDAEJ/FPP157)
      *    CALL "CRC16" USING LKTXT LKLEN LKCRC
      *O CALCULO E FEITO BIT A BIT COM DIVISOES POR 2, SEM OPERADOR
      *LOGICO; O CODIGO DE CADA BYTE VEM DA POSICAO NA TABELA ASCII
      *IMPRIMIVEL (ESPACO = 32 ATE O TIL = 126)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 TABASC.
               03 FILLER PIC X(32) VALUE
                   " !""#$%&'()*+,-./0123456789:;<=>?".
               03 FILLER PIC X(32) VALUE
                   "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
               03 FILLER PIC X(31) VALUE
                   "`abcdefghijklmnopqrstuvwxyz{|}~".
           01 TABHEX      PIC X(16) VALUE "0123456789ABCDEF".
           01 HCAR        PIC X(01).
           01 HSUB        PIC 9(03).
           01 HBIT        PIC 9(01).
           01 HBYTE       PIC 9(03).
           01 HBB         PIC 9(01).
           01 HCB         PIC 9(01).
           01 HCRC        PIC 9(05).
           01 HPOT        PIC 9(05).
           01 HQUOC       PIC 9(05).
           01 HRESTO      PIC 9(05).
           01 HDIG        PIC 9(02).
       LINKAGE SECTION.
           01 LKTXT.
               03 LKBYTE  PIC X(01) OCCURS 400 TIMES.
           01 LKLEN       PIC 9(03).
           01 LKCRC       PIC X(04).
       PROCEDURE DIVISION USING LKTXT LKLEN LKCRC.
       R01.
           MOVE ZEROS TO HCRC
           MOVE 1 TO HSUB
       .
       R02.
           IF HSUB > LKLEN OR HSUB > 400
               GO TO R05
           .
           MOVE LKBYTE(HSUB) TO HCAR
           MOVE ZEROS TO HBYTE
           INSPECT TABASC TALLYING HBYTE FOR CHARACTERS
               BEFORE INITIAL HCAR
           ADD 32 TO HBYTE
           MOVE 1 TO HBIT
       .
       R03.
      *-----------------------------------------------------------------
      *UM BIT DO BYTE (DO MENOS SIGNIFICATIVO PARA O MAIS): DESLOCA O
      *CRC E, SE O BIT QUE SAIU DIFERE DO BIT DO BYTE, APLICA O
      *POLINOMIO (INVERTE OS BITS 15, 10 E 3)
      *-----------------------------------------------------------------
           IF HBIT > 8
               ADD 1 TO HSUB
               GO TO R02
           .
           DIVIDE HBYTE BY 2 GIVING HBYTE REMAINDER HBB
           DIVIDE HCRC BY 2 GIVING HCRC REMAINDER HCB
           IF HBB NOT = HCB
               MOVE 32768 TO HPOT
               PERFORM R04 THRU R04X
               MOVE 1024 TO HPOT
               PERFORM R04 THRU R04X
               MOVE 8 TO HPOT
               PERFORM R04 THRU R04X
           .
           ADD 1 TO HBIT
           GO TO R03
           .
       R04.
           DIVIDE HCRC BY HPOT GIVING HQUOC
           DIVIDE HQUOC BY 2 GIVING HQUOC REMAINDER HRESTO
           IF HRESTO = 1
               SUBTRACT HPOT FROM HCRC
           ELSE
               ADD HPOT TO HCRC
           .
       R04X.
           EXIT.
       R05.
           MOVE 4096 TO HPOT
           MOVE 1 TO HSUB
       .
       R06.
           IF HSUB > 4
               GOBACK
           .
           DIVIDE HCRC BY HPOT GIVING HDIG REMAINDER HCRC
           MOVE TABHEX(HDIG + 1:1) TO LKCRC(HSUB:1)
           DIVIDE HPOT BY 16 GIVING HPOT
           ADD 1 TO HSUB
           GO TO R06
           .
