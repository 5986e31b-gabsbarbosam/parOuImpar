000100******************************************************************
000200*    COPYBOOK:  ESPREC
000300*    PURPOSE :  PARAMETER RECORD FOR THE ESTORNO BACKOUT UTILITY -
000400*               THE JOB ID OF THE IMPAROUPAR EXECUTION TO BE
000500*               REVERSED, EXACTLY AS IT WAS STAMPED ON HSTFILE,
000600*               AUDFILE AND DUPFILE BY THAT RUN, AND THE OPERATOR
000633*               RUNNING THE BACKOUT, WHO MUST HOLD THE ESTORNO
000666*               "ES" GRANT ON OPRFILE.
000700*------------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    15/10/2026 GB    INITIAL COPYBOOK.
001025*    15/10/2026 GB    ADDED ESP-OPERADOR - THE OPERATOR RUNNING
001050*                     THE BACKOUT, CHECKED AGAINST OPRFILE BY
001075*                     OPRAUT BEFORE ANYTHING IS REVERSED.
001100******************************************************************
001200 01  ESP-RECORD.
001300     05  ESP-JOB-ID          PIC X(08).
001400     05  FILLER              PIC X(01).
001500     05  ESP-OPERADOR        PIC X(08).
