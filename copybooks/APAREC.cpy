000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    22/08/2026 GB    INITIAL COPYBOOK.
001110*    15/10/2026 GB    ADDED APA-OPERADOR - THE OPERATOR RUNNING
001120*                     THE FUNCTION, CHECKED AGAINST OPRFILE BY
001130*                     OPRAUT BEFORE A RETENTION PURGE ("PU").
001200******************************************************************
001300 01  APA-RECORD.
001400     05  APA-FUNCAO          PIC X(02).
001600         88  APA-EXPURGAR            VALUE "PU".
001700     05  FILLER              PIC X(01).
001800     05  APA-RETENCAO-ANOS   PIC 9(02).
001900     05  FILLER              PIC X(01).
002000     05  APA-OPERADOR        PIC X(08).
