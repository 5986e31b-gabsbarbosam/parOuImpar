000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    02/09/2026 GB    INITIAL COPYBOOK.
001110*    15/10/2026 GB    ADDED RNP-OPERADOR - THE OPERATOR RUNNING
001120*                     THE FUNCTION, CHECKED AGAINST OPRFILE BY
001130*                     OPRAUT BEFORE A PROCESSED OR CLOSED DAY IS
001140*                     REOPENED ("AB").
001200******************************************************************
001300 01  RNP-RECORD.
001400     05  RNP-FUNCAO          PIC X(02).
001700         88  RNP-LISTAR              VALUE "LI".
001800     05  FILLER              PIC X(01).
001900     05  RNP-DATA            PIC 9(08).
002000     05  FILLER              PIC X(01).
002100     05  RNP-OPERADOR        PIC X(08).
