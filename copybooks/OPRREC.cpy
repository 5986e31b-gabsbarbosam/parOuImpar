000100******************************************************************
000200*    COPYBOOK:  OPRREC
000300*    PURPOSE :  OPERATOR AUTHORIZATION RECORD (OPRFILE) CONSULTED
000400*               BY THE OPRAUT SUBPROGRAM BEFORE A MAINTENANCE
000500*               UTILITY RUNS ONE OF ITS PROTECTED FUNCTIONS - ONE
000600*               RECORD PER OPERATOR, PROGRAM AND FUNCTION CODE THE
000700*               OPERATOR MAY RUN (E.G. "RUNCTLM  AB" TO REOPEN A
000800*               PROCESSED OR CLOSED DAY, "SUSMNT   BX",
000900*               "MSTMNT   PU", "MSTMNT   RB", "AUDARCH  PU",
000950*               "FECHMES  RM" TO REOPEN A CLOSED MONTH,
001000*               "ESTORNO  ES" TO BACK OUT A JOB).  AN
001100*               OPERATOR/FUNCTION PAIR NOT LISTED IS REFUSED.
001133*               OPR-VALIDADE, WHEN NOT ZERO, IS THE LAST DATE THE
001166*               GRANT IS GOOD FOR.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    15/10/2026 GB    INITIAL COPYBOOK.
001650*    15/10/2026 GB    FECHMES "RM" ADDED TO THE EXAMPLE GRANTS.
001675*    15/10/2026 GB    ESTORNO "ES" ADDED TO THE EXAMPLE GRANTS.
001700******************************************************************
001800 01  OPR-RECORD.
001900     05  OPR-OPERADOR        PIC X(08).
002000     05  FILLER              PIC X(01).
002100     05  OPR-PROGRAMA        PIC X(08).
002200     05  FILLER              PIC X(01).
002300     05  OPR-FUNCAO          PIC X(02).
002400     05  FILLER              PIC X(01).
002500     05  OPR-VALIDADE        PIC 9(08).
002600     05  FILLER              PIC X(01).
002700     05  OPR-NOME            PIC X(30).
