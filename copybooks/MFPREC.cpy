000100******************************************************************
000200*    COPYBOOK:  MFPREC
000300*    PURPOSE :  PARAMETER RECORD FOR THE FECHMES MONTH-END UTILITY
000400*               - THE FUNCTION ("FM" CLOSE THE MONTH, "RM" THE
000500*               DELIBERATE PERIOD REOPEN OF A CLOSED MONTH), THE
000600*               MONTH (YYYYMM; ZERO MEANS THE MONTH BEFORE THE
000700*               SYSTEM DATE) AND THE OPERATOR, WHO MUST HOLD THE
000800*               FECHMES "RM" GRANT ON OPRFILE TO REOPEN.
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    15/10/2026 GB    INITIAL COPYBOOK.
001300******************************************************************
001400 01  MFP-RECORD.
001500     05  MFP-FUNCAO          PIC X(02).
001600         88  MFP-FECHAR              VALUE "FM".
001700         88  MFP-REABRIR             VALUE "RM".
001800     05  FILLER              PIC X(01).
001900     05  MFP-ANO-MES         PIC 9(06).
002000     05  FILLER              PIC X(01).
002100     05  MFP-OPERADOR        PIC X(08).
