000999*                     THE SOURCE THAT CARRIED THE RECORD, SO A
000999*                     REJECT CAN BE ROUTED BACK TO THE BRANCH
000999*                     THAT SENT IT.
000999*    15/10/2026 GB    ADDED REJ-DIGITO-INVALIDO ("04") - THE VALUE
000999*                     IS NUMERIC AND IN RANGE BUT FAILS THE CHECK
000999*                     DIGIT OF THE BRANCH'S FIL-DIGITO-VERIF
000999*                     SCHEME (SEE FILREC).
001000******************************************************************
001100 01  REJ-RECORD.
001200     05  REJ-VALOR           PIC X(19).
001500         88  REJ-NAO-NUMERICO        VALUE "01".
001600         88  REJ-EM-BRANCO           VALUE "02".
001700         88  REJ-FORA-FAIXA          VALUE "03".
001750         88  REJ-DIGITO-INVALIDO     VALUE "04".
001800     05  FILLER              PIC X(01).
001900     05  REJ-DESCRICAO       PIC X(30).
002000     05  FILLER              PIC X(01).
