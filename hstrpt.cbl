000140* MODIFICATION HISTORY
000150* DATE       INIT  DESCRIPTION
000160* 22/08/2026 GB    ORIGINAL VERSION.
000162* 15/10/2026 GB    EXECUTIONS REVERSED BY ESTORNO (HST-ESTORNADA)
000164*                  ARE LEFT OUT OF THE DETAIL AND THE WEEKLY
000166*                  SUBTOTALS.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. HSTRPT.
001160*    2000-PROCESS-HISTORIA - BREAK ON WEEK, ACCUMULATE AND LIST  *
001170*                            ONE EXECUTION RECORD.  ALERT        *
001180*                            RECORDS DUPLICATE THE EXECUTION     *
001190*                            RECORD AND ARE NOT COUNTED AGAIN;   *
001195*                            REVERSED EXECUTIONS ARE SKIPPED.    *
001200******************************************************************
001210 2000-PROCESS-HISTORIA.
001220     IF HST-EXECUCAO AND NOT HST-ESTORNADA
001230         PERFORM 3000-SEMANA-DO-REGISTRO THRU 3000-EXIT
001240         IF WS-SEMANA-INICIO NOT = WS-SEMANA-CORRENTE
001250             PERFORM 2200-QUEBRA-DE-SEMANA THRU 2200-EXIT
