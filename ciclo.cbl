000010******************************************************************
000020* AUTHOR.      GABRIELA BARBOSA.
000030* INSTALLATION. CPD - CENTRO DE PROCESSAMENTO DE DADOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.     DAILY BATCH-CYCLE DRIVER.  READS THE CYCLE
000070*              DEFINITION (CICDEF, SEE CICREC) - THE STEPS IN
000080*              ORDER, THE PARAMETER RECORDS EACH STEP IS TO BE
000090*              GIVEN AND THE HIGHEST RETURN CODE THAT LETS EACH
000100*              STEP CONTINUE - AND RUNS THE STEPS ONE AFTER THE
000110*              OTHER (RUNCTLM "AB", IMPAROUPAR, EXTCHK, DAYEND
000120*              AND, AT WEEK END, AUDARCH "AR").  BEFORE EACH
000130*              STEP ITS PARAMETER RECORDS ARE WRITTEN TO ITS
000140*              PARAMETER DATASET.  EVERY STEP GETS A LINE ON THE
000150*              STEP LOG (CICLOG, SEE CLGREC) WITH ITS START AND
000160*              END DATE/TIME AND RETURN CODE.  THE CYCLE STOPS AT
000170*              THE FIRST STEP THAT ENDS ABOVE ITS ALLOWED RETURN
000180*              CODE AND THE DRIVER ITSELF ENDS WITH THE STANDARD
000190*              ERROR STATUS 16.  THE RESTART CONTROL (CICCTL, SEE
000200*              CCTREC) IS REWRITTEN AFTER EVERY STEP, SO WHEN THE
000210*              DRIVER IS RESUBMITTED IT PICKS UP AT THE FAILED
000220*              STEP INSTEAD OF RERUNNING THE ONES THAT FINISHED.
000230* TECTONICS.   COBC
000240*------------------------------------------------------------------
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* 15/10/2026 GB    ORIGINAL VERSION.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CICLO.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DEFINICAO-FILE ASSIGN TO "CICDEF"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-FS-CIC.
000370     SELECT CONTROLE-FILE ASSIGN TO "CICCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FS-CCT.
000400     SELECT LOG-FILE ASSIGN TO "CICLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-CLG.
000430     SELECT PARAMETRO-FILE ASSIGN TO WS-NOME-PARM
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-PRM.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  DEFINICAO-FILE
000490     RECORDING MODE IS F.
000500     COPY CICREC.
000510 FD  CONTROLE-FILE
000520     RECORDING MODE IS F.
000530     COPY CCTREC.
000540 FD  LOG-FILE
000550     RECORDING MODE IS F.
000560     COPY CLGREC.
000570 FD  PARAMETRO-FILE
000580     RECORDING MODE IS F.
000590 01  PRM-PASSO-RECORD        PIC X(80).
000600 WORKING-STORAGE SECTION.
000610 77  WS-FS-CIC               PIC X(02) VALUE ZEROS.
000620     88  WS-FS-CIC-OK                VALUE "00".
000630 77  WS-FS-CCT               PIC X(02) VALUE ZEROS.
000640     88  WS-FS-CCT-OK                VALUE "00".
000650 77  WS-FS-CLG               PIC X(02) VALUE ZEROS.
000660     88  WS-FS-CLG-OK                VALUE "00".
000670 77  WS-FS-PRM               PIC X(02) VALUE ZEROS.
000680     88  WS-FS-PRM-OK                VALUE "00".
000690 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000700     88  WS-EOF                       VALUE "Y".
000710 77  WS-RETOMADA-SW          PIC X(01) VALUE "N".
000720     88  WS-RETOMADA                 VALUE "Y".
000730 77  WS-CICLO-FALHOU-SW      PIC X(01) VALUE "N".
000740     88  WS-CICLO-FALHOU             VALUE "Y".
000750 77  WS-PARM-ERRO-SW         PIC X(01) VALUE "N".
000760     88  WS-PARM-ERRO                VALUE "Y".
000770 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
000780 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
000790 77  WS-JOB-ID               PIC X(08) VALUE SPACES.
000800 77  WS-DATA-CICLO           PIC 9(08) VALUE ZERO.
000810 77  WS-DIA-SEMANA           PIC 9(01) VALUE ZERO.
000820 77  WS-DIA-FIM-SEMANA       PIC 9(01) VALUE 5.
000830 77  WS-DIAS-CORRIDOS        PIC 9(09) COMP VALUE ZERO.
000840 77  WS-DIA-DA-SEMANA        PIC 9(01) COMP VALUE ZERO.
000850 77  WS-ULTIMO-PASSO         PIC 9(02) VALUE ZERO.
000860 77  WS-CICLO-STATUS         PIC X(01) VALUE "A".
000870 77  WS-PASSO-FALHO          PIC 9(02) VALUE ZERO.
000880 77  WS-RC-FALHO             PIC 9(04) VALUE ZERO.
000890 77  WS-PASSO-ANTERIOR       PIC 9(02) VALUE ZERO.
000900 77  WS-QTD-PASSOS           PIC 9(04) COMP VALUE ZERO.
000910 77  WS-PAS-IDX              PIC 9(04) COMP VALUE ZERO.
000920 77  WS-PAS-MAXIMO           PIC 9(04) COMP VALUE 20.
000930 77  WS-QTD-PARAMETROS       PIC 9(04) COMP VALUE ZERO.
000940 77  WS-PRM-IDX              PIC 9(04) COMP VALUE ZERO.
000950 77  WS-PRM-FIM              PIC 9(04) COMP VALUE ZERO.
000960 77  WS-PRM-MAXIMO           PIC 9(04) COMP VALUE 100.
000970 77  WS-QTD-EXECUTADOS       PIC 9(04) COMP VALUE ZERO.
000980 77  WS-NOME-PARM            PIC X(08) VALUE SPACES.
000990 77  WS-COMANDO              PIC X(60) VALUE SPACES.
001000 77  WS-RC-BRUTO             PIC S9(09) COMP VALUE ZERO.
001010 77  WS-RC                   PIC 9(04) VALUE ZERO.
001020 77  WS-DATA-INICIO          PIC 9(08) VALUE ZERO.
001030 77  WS-HORA-INICIO          PIC 9(08) VALUE ZERO.
001040 77  WS-DATA-FIM             PIC 9(08) VALUE ZERO.
001050 77  WS-HORA-FIM             PIC 9(08) VALUE ZERO.
001060 77  WS-SITUACAO             PIC X(10) VALUE SPACES.
001070 77  WS-QTD-ED               PIC Z(3)9.
001080 01  WS-PAS-TABELA.
001090     05  WS-PAS-ENTRADA OCCURS 20 TIMES.
001100         10  WS-PAS-NUMERO       PIC 9(02).
001110         10  WS-PAS-PROGRAMA     PIC X(10).
001120         10  WS-PAS-ARQ-PARM     PIC X(08).
001130         10  WS-PAS-RC-MAXIMO    PIC 9(02).
001140         10  WS-PAS-FREQUENCIA   PIC X(01).
001150             88  WS-PAS-SEMANAL          VALUE "S".
001160         10  WS-PAS-COMANDO      PIC X(60).
001170         10  WS-PAS-PRM-INICIO   PIC 9(04) COMP.
001180         10  WS-PAS-PRM-QTD      PIC 9(04) COMP.
001190 01  WS-PRM-TABELA.
001200     05  WS-PRM-REGISTRO OCCURS 100 TIMES
001210                             PIC X(80).
001220******************************************************************
001230*    PROCEDURE DIVISION                                          *
001240******************************************************************
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280     PERFORM 2000-EXECUTAR-PASSO THRU 2000-EXIT
001290         VARYING WS-PAS-IDX FROM 1 BY 1
001300         UNTIL WS-PAS-IDX > WS-QTD-PASSOS
001310            OR WS-CICLO-FALHOU.
001320     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001330     IF WS-CICLO-FALHOU
001340         GO TO 9999-ABEND
001350     END-IF.
001360     STOP RUN.
001370******************************************************************
001380*    1000-INITIALIZE - LOAD THE CYCLE DEFINITION, DECIDE         *
001390*                      BETWEEN A NEW CYCLE AND A RESTART, OPEN   *
001400*                      THE STEP LOG                              *
001410******************************************************************
001420 1000-INITIALIZE.
001430     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001440     ACCEPT WS-HORA-SISTEMA FROM TIME.
001450     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID".
001460     IF WS-JOB-ID = SPACES
001470         MOVE "CICLO" TO WS-JOB-ID
001480     END-IF.
001490     MOVE WS-DATA-SISTEMA TO WS-DATA-CICLO.
001500     PERFORM 1100-LER-DEFINICAO THRU 1100-EXIT.
001510     PERFORM 1200-LER-CONTROLE THRU 1200-EXIT.
001520     IF WS-RETOMADA
001530         DISPLAY "CICLO - RETOMADA DO CICLO DE " WS-DATA-CICLO
001540             " APOS O PASSO " WS-ULTIMO-PASSO
001550     ELSE
001560         PERFORM 1300-DIA-DA-SEMANA THRU 1300-EXIT
001570         DISPLAY "CICLO - NOVO CICLO DE " WS-DATA-CICLO
001580             " - DIA DA SEMANA " WS-DIA-SEMANA
001590     END-IF.
001600     OPEN INPUT LOG-FILE.
001610     IF WS-FS-CLG-OK
001620         CLOSE LOG-FILE
001630         OPEN EXTEND LOG-FILE
001640     ELSE
001650         OPEN OUTPUT LOG-FILE
001660     END-IF.
001670     IF NOT WS-FS-CLG-OK
001680         DISPLAY "CICLO - ERRO AO ABRIR CICLOG - STATUS "
001690             WS-FS-CLG
001700         GO TO 9999-ABEND
001710     END-IF.
001720     MOVE "A" TO WS-CICLO-STATUS.
001730     PERFORM 1400-GRAVAR-CONTROLE THRU 1400-EXIT.
001740 1000-EXIT.
001750     EXIT.
001760******************************************************************
001770*    1100-LER-DEFINICAO - LOAD CICDEF INTO THE STEP AND PARAMETER*
001780*                         TABLES.  A DEFINITION WITH NO          *
001790*                         STEPS, A PARAMETER RECORD AHEAD OF THE *
001800*                         FIRST STEP OR STEPS OUT OF ORDER STOP  *
001810*                         THE DRIVER BEFORE ANYTHING RUNS        *
001820******************************************************************
001830 1100-LER-DEFINICAO.
001840     OPEN INPUT DEFINICAO-FILE.
001850     IF NOT WS-FS-CIC-OK
001860         DISPLAY "CICLO - ERRO AO ABRIR CICDEF - STATUS "
001870             WS-FS-CIC
001880         GO TO 9999-ABEND
001890     END-IF.
001900     MOVE "N" TO WS-EOF-SWITCH.
001910     PERFORM 1110-CARREGAR-REGISTRO THRU 1110-EXIT
001920         UNTIL WS-EOF.
001930     CLOSE DEFINICAO-FILE.
001940     IF WS-QTD-PASSOS = ZERO
001950         DISPLAY "CICLO - CICDEF SEM PASSOS - NADA A EXECUTAR"
001960         GO TO 9999-ABEND
001970     END-IF.
001980     MOVE WS-QTD-PASSOS TO WS-QTD-ED.
001990     DISPLAY "CICLO - DEFINICAO COM " WS-QTD-ED " PASSO(S)".
002000 1100-EXIT.
002010     EXIT.
002020******************************************************************
002030*    1110-CARREGAR-REGISTRO - ONE CICDEF RECORD                  *
002040******************************************************************
002050 1110-CARREGAR-REGISTRO.
002060     READ DEFINICAO-FILE
002070         AT END
002080             MOVE "Y" TO WS-EOF-SWITCH
002090             GO TO 1110-EXIT
002100     END-READ.
002110     IF CIC-CABECALHO
002120         IF CIC-HDR-DATA NUMERIC AND CIC-HDR-DATA NOT = ZERO
002130             MOVE CIC-HDR-DATA TO WS-DATA-CICLO
002140         END-IF
002150         IF CIC-HDR-DIA-FIM-SEMANA NUMERIC
002160            AND CIC-HDR-DIA-FIM-SEMANA > ZERO
002170            AND CIC-HDR-DIA-FIM-SEMANA < 8
002180             MOVE CIC-HDR-DIA-FIM-SEMANA TO WS-DIA-FIM-SEMANA
002190         END-IF
002200         GO TO 1110-EXIT
002210     END-IF.
002220     IF CIC-PASSO
002230         PERFORM 1120-CARREGAR-PASSO THRU 1120-EXIT
002240         GO TO 1110-EXIT
002250     END-IF.
002260     IF CIC-PARAMETRO
002270         IF WS-QTD-PASSOS = ZERO
002280             DISPLAY "CICLO - REGISTRO DE PARAMETRO ANTES DO "
002290                 "PRIMEIRO PASSO EM CICDEF"
002300             GO TO 9999-ABEND
002310         END-IF
002320         IF WS-QTD-PARAMETROS NOT < WS-PRM-MAXIMO
002330             DISPLAY "CICLO - TABELA DE PARAMETROS CHEIA - "
002340                 "AUMENTAR WS-PRM-MAXIMO"
002350             GO TO 9999-ABEND
002360         END-IF
002370         ADD 1 TO WS-QTD-PARAMETROS
002380         MOVE CIC-PRM-REGISTRO
002390             TO WS-PRM-REGISTRO (WS-QTD-PARAMETROS)
002400         ADD 1 TO WS-PAS-PRM-QTD (WS-QTD-PASSOS)
002410         GO TO 1110-EXIT
002420     END-IF.
002430     DISPLAY "CICLO - TIPO DE REGISTRO INVALIDO EM CICDEF: "
002440         CIC-TIPO-REG " - IGNORADO".
002450 1110-EXIT.
002460     EXIT.
002470******************************************************************
002480*    1120-CARREGAR-PASSO - ADD ONE STEP TO THE TABLE.  A BLANK   *
002490*                          COMMAND RUNS THE PROGRAM NAME ITSELF  *
002500******************************************************************
002510 1120-CARREGAR-PASSO.
002520     IF CIC-PAS-NUMERO NOT NUMERIC
002530        OR CIC-PAS-NUMERO NOT > WS-PASSO-ANTERIOR
002540         DISPLAY "CICLO - PASSO " CIC-PAS-NUMERO
002550             " FORA DE ORDEM EM CICDEF"
002560         GO TO 9999-ABEND
002570     END-IF.
002580     IF WS-QTD-PASSOS NOT < WS-PAS-MAXIMO
002590         DISPLAY "CICLO - TABELA DE PASSOS CHEIA - "
002600             "AUMENTAR WS-PAS-MAXIMO"
002610         GO TO 9999-ABEND
002620     END-IF.
002630     ADD 1 TO WS-QTD-PASSOS.
002640     MOVE CIC-PAS-NUMERO TO WS-PASSO-ANTERIOR.
002650     MOVE CIC-PAS-NUMERO   TO WS-PAS-NUMERO (WS-QTD-PASSOS).
002660     MOVE CIC-PAS-PROGRAMA TO WS-PAS-PROGRAMA (WS-QTD-PASSOS).
002670     MOVE CIC-PAS-ARQ-PARM TO WS-PAS-ARQ-PARM (WS-QTD-PASSOS).
002680     IF CIC-PAS-RC-MAXIMO NUMERIC
002690         MOVE CIC-PAS-RC-MAXIMO
002700             TO WS-PAS-RC-MAXIMO (WS-QTD-PASSOS)
002710     ELSE
002720         MOVE 4 TO WS-PAS-RC-MAXIMO (WS-QTD-PASSOS)
002730     END-IF.
002740     MOVE CIC-PAS-FREQUENCIA TO WS-PAS-FREQUENCIA (WS-QTD-PASSOS).
002750     IF CIC-PAS-COMANDO = SPACES
002760         MOVE CIC-PAS-PROGRAMA TO WS-PAS-COMANDO (WS-QTD-PASSOS)
002770     ELSE
002780         MOVE CIC-PAS-COMANDO TO WS-PAS-COMANDO (WS-QTD-PASSOS)
002790     END-IF.
002800     COMPUTE WS-PAS-PRM-INICIO (WS-QTD-PASSOS) =
002810         WS-QTD-PARAMETROS + 1.
002820     MOVE ZERO TO WS-PAS-PRM-QTD (WS-QTD-PASSOS).
002830 1120-EXIT.
002840     EXIT.
002850******************************************************************
002860*    1200-LER-CONTROLE - A CICCTL LEFT BY A CYCLE THAT DID NOT   *
002870*                        FINISH MAKES THIS RUN A RESTART OF THAT *
002880*                        CYCLE: SAME DATE, SAME WEEKDAY, RESUMING*
002890*                        AFTER THE LAST STEP THAT COMPLETED      *
002900******************************************************************
002910 1200-LER-CONTROLE.
002920     OPEN INPUT CONTROLE-FILE.
002930     IF NOT WS-FS-CCT-OK
002940         GO TO 1200-EXIT
002950     END-IF.
002960     READ CONTROLE-FILE
002970         AT END
002980             CLOSE CONTROLE-FILE
002990             GO TO 1200-EXIT
003000     END-READ.
003010     IF CCT-CONCLUIDO
003020         CLOSE CONTROLE-FILE
003030         GO TO 1200-EXIT
003040     END-IF.
003050     IF CCT-DATA-CICLO NOT NUMERIC
003060        OR CCT-DIA-SEMANA NOT NUMERIC
003070        OR CCT-ULTIMO-PASSO NOT NUMERIC
003080         DISPLAY "CICLO - CICCTL ILEGIVEL - ESVAZIAR O ARQUIVO "
003090             "PARA INICIAR UM NOVO CICLO"
003100         GO TO 9999-ABEND
003110     END-IF.
003120     MOVE "Y" TO WS-RETOMADA-SW.
003130     MOVE CCT-DATA-CICLO   TO WS-DATA-CICLO.
003140     MOVE CCT-DIA-SEMANA   TO WS-DIA-SEMANA.
003150     MOVE CCT-ULTIMO-PASSO TO WS-ULTIMO-PASSO.
003160     IF CCT-FALHOU
003170         DISPLAY "CICLO - CICLO ANTERIOR INTERROMPIDO NO PASSO "
003180             CCT-PASSO-FALHO " - RC " CCT-RC-FALHO
003190     END-IF.
003200     CLOSE CONTROLE-FILE.
003210 1200-EXIT.
003220     EXIT.
003230******************************************************************
003240*    1300-DIA-DA-SEMANA - WEEKDAY OF THE CYCLE DATE, 1 = MONDAY. *
003250*                         DAY 1 OF THE INTEGER DATE BASE         *
003260*                         (01/01/1601) WAS A MONDAY, SO THE      *
003270*                         WEEKDAY FALLS OUT OF A SIMPLE REMAINDER*
003280******************************************************************
003290 1300-DIA-DA-SEMANA.
003300     COMPUTE WS-DIAS-CORRIDOS =
003310         FUNCTION INTEGER-OF-DATE ( WS-DATA-CICLO ).
003320     COMPUTE WS-DIA-DA-SEMANA =
003330         FUNCTION MOD ( WS-DIAS-CORRIDOS - 1, 7 ).
003340     COMPUTE WS-DIA-SEMANA = WS-DIA-DA-SEMANA + 1.
003350 1300-EXIT.
003360     EXIT.
003370******************************************************************
003380*    1400-GRAVAR-CONTROLE - REWRITE CICCTL WITH THE CYCLE'S      *
003390*                           CURRENT POSITION.  WS-CICLO-STATUS   *
003400*                           IS SET BY THE CALLER                 *
003410******************************************************************
003420 1400-GRAVAR-CONTROLE.
003430     OPEN OUTPUT CONTROLE-FILE.
003440     IF NOT WS-FS-CCT-OK
003450         DISPLAY "CICLO - ERRO AO GRAVAR CICCTL - STATUS "
003460             WS-FS-CCT " - CICLO NAO PODERIA SER RETOMADO"
003470         GO TO 9999-ABEND
003480     END-IF.
003490     MOVE SPACES TO CCT-RECORD.
003500     MOVE WS-DATA-CICLO   TO CCT-DATA-CICLO.
003510     MOVE WS-DIA-SEMANA   TO CCT-DIA-SEMANA.
003520     MOVE WS-CICLO-STATUS TO CCT-STATUS.
003530     MOVE WS-ULTIMO-PASSO TO CCT-ULTIMO-PASSO.
003540     MOVE WS-PASSO-FALHO  TO CCT-PASSO-FALHO.
003550     MOVE WS-RC-FALHO     TO CCT-RC-FALHO.
003560     ACCEPT CCT-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
003570     ACCEPT CCT-HORA-ATUALIZACAO FROM TIME.
003580     MOVE WS-JOB-ID       TO CCT-JOB-ID.
003590     WRITE CCT-RECORD.
003600     CLOSE CONTROLE-FILE.
003610 1400-EXIT.
003620     EXIT.
003630******************************************************************
003640*    2000-EXECUTAR-PASSO - RUN ONE STEP OF THE CYCLE, OR LOG WHY *
003650*                          IT IS NOT RUN (ALREADY FINISHED BEFORE*
003660*                          THE RESTART, OR A WEEK-END STEP ON    *
003670*                          ANOTHER DAY)                          *
003680******************************************************************
003690 2000-EXECUTAR-PASSO.
003700     ACCEPT WS-DATA-INICIO FROM DATE YYYYMMDD.
003710     ACCEPT WS-HORA-INICIO FROM TIME.
003720     MOVE ZERO TO WS-RC.
003730     IF WS-PAS-NUMERO (WS-PAS-IDX) NOT > WS-ULTIMO-PASSO
003740         MOVE ZERO TO WS-DATA-FIM
003750         MOVE ZERO TO WS-HORA-FIM
003760         MOVE "RETOMADO" TO WS-SITUACAO
003770         PERFORM 2400-GRAVAR-LOG THRU 2400-EXIT
003780         GO TO 2000-EXIT
003790     END-IF.
003800     IF WS-PAS-SEMANAL (WS-PAS-IDX)
003810        AND WS-DIA-SEMANA NOT = WS-DIA-FIM-SEMANA
003820         MOVE WS-DATA-INICIO TO WS-DATA-FIM
003830         MOVE WS-HORA-INICIO TO WS-HORA-FIM
003840         MOVE "SALTADO" TO WS-SITUACAO
003850         PERFORM 2400-GRAVAR-LOG THRU 2400-EXIT
003860         DISPLAY "CICLO - PASSO " WS-PAS-NUMERO (WS-PAS-IDX) " "
003870             WS-PAS-PROGRAMA (WS-PAS-IDX)
003880             " SALTADO - SOMENTE NO FIM DE SEMANA"
003890         MOVE WS-PAS-NUMERO (WS-PAS-IDX) TO WS-ULTIMO-PASSO
003900         PERFORM 1400-GRAVAR-CONTROLE THRU 1400-EXIT
003910         GO TO 2000-EXIT
003920     END-IF.
003930     PERFORM 2100-GRAVAR-PARAMETROS THRU 2100-EXIT.
003940     IF WS-PARM-ERRO
003950         MOVE 16 TO WS-RC
003960         ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD
003970         ACCEPT WS-HORA-FIM FROM TIME
003980     ELSE
003990         PERFORM 2200-RODAR-PASSO THRU 2200-EXIT
004000     END-IF.
004010     PERFORM 2300-AVALIAR-PASSO THRU 2300-EXIT.
004020 2000-EXIT.
004030     EXIT.
004040******************************************************************
004050*    2100-GRAVAR-PARAMETROS - WRITE THE STEP'S PARAMETER RECORDS *
004060*                             TO ITS PARAMETER DATASET.  A STEP  *
004070*                             WITH NO DATASET OR NO RECORDS KEEPS*
004080*                             WHATEVER IS THERE                  *
004090******************************************************************
004100 2100-GRAVAR-PARAMETROS.
004110     MOVE "N" TO WS-PARM-ERRO-SW.
004120     IF WS-PAS-ARQ-PARM (WS-PAS-IDX) = SPACES
004130        OR WS-PAS-PRM-QTD (WS-PAS-IDX) = ZERO
004140         GO TO 2100-EXIT
004150     END-IF.
004160     MOVE WS-PAS-ARQ-PARM (WS-PAS-IDX) TO WS-NOME-PARM.
004170     OPEN OUTPUT PARAMETRO-FILE.
004180     IF NOT WS-FS-PRM-OK
004190         DISPLAY "CICLO - ERRO AO GRAVAR " WS-NOME-PARM
004200             " - STATUS " WS-FS-PRM " - PASSO "
004210             WS-PAS-NUMERO (WS-PAS-IDX) " NAO EXECUTADO"
004220         MOVE "Y" TO WS-PARM-ERRO-SW
004230         GO TO 2100-EXIT
004240     END-IF.
004250     COMPUTE WS-PRM-FIM = WS-PAS-PRM-INICIO (WS-PAS-IDX)
004260         + WS-PAS-PRM-QTD (WS-PAS-IDX) - 1.
004270     PERFORM 2110-GRAVAR-UM-PARAMETRO THRU 2110-EXIT
004280         VARYING WS-PRM-IDX FROM WS-PAS-PRM-INICIO (WS-PAS-IDX)
004290         BY 1 UNTIL WS-PRM-IDX > WS-PRM-FIM.
004300     CLOSE PARAMETRO-FILE.
004310 2100-EXIT.
004320     EXIT.
004330******************************************************************
004340*    2110-GRAVAR-UM-PARAMETRO - ONE PARAMETER RECORD             *
004350******************************************************************
004360 2110-GRAVAR-UM-PARAMETRO.
004370     MOVE WS-PRM-REGISTRO (WS-PRM-IDX) TO PRM-PASSO-RECORD.
004380     WRITE PRM-PASSO-RECORD.
004390 2110-EXIT.
004400     EXIT.
004410******************************************************************
004420*    2200-RODAR-PASSO - RUN THE STEP'S COMMAND AND TAKE ITS      *
004430*                       RETURN CODE.  THE SYSTEM SERVICE HANDS   *
004440*                       BACK THE WAIT STATUS, WHOSE HIGH-ORDER   *
004450*                       BYTE IS THE PROGRAM'S EXIT CODE (STOP RUN*
004460*                       WITH ERROR STATUS 16 COMES BACK AS 4096).*
004470*                       RETURN-CODE IS CLEARED AFTERWARDS SO A   *
004480*                       STEP'S CODE NEVER BECOMES THE DRIVER'S   *
004490*                       OWN                                      *
004500******************************************************************
004510 2200-RODAR-PASSO.
004520     MOVE WS-PAS-COMANDO (WS-PAS-IDX) TO WS-COMANDO.
004530     DISPLAY "CICLO - PASSO " WS-PAS-NUMERO (WS-PAS-IDX) " "
004540         WS-PAS-PROGRAMA (WS-PAS-IDX) " INICIADO EM "
004550         WS-DATA-INICIO " " WS-HORA-INICIO.
004560     CALL "SYSTEM" USING WS-COMANDO.
004570     MOVE RETURN-CODE TO WS-RC-BRUTO.
004580     MOVE ZERO TO RETURN-CODE.
004590     IF WS-RC-BRUTO < ZERO
004600         MOVE 16 TO WS-RC
004610     ELSE
004620         IF WS-RC-BRUTO > 255
004630             DIVIDE WS-RC-BRUTO BY 256 GIVING WS-RC
004640         ELSE
004650             MOVE WS-RC-BRUTO TO WS-RC
004660         END-IF
004670     END-IF.
004680     ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD.
004690     ACCEPT WS-HORA-FIM FROM TIME.
004700     ADD 1 TO WS-QTD-EXECUTADOS.
004710 2200-EXIT.
004720     EXIT.
004730******************************************************************
004740*    2300-AVALIAR-PASSO - HOLD THE RETURN CODE AGAINST THE STEP'S*
004750*                         LIMIT, LOG THE STEP AND MOVE THE       *
004760*                         RESTART POSITION ON (OR STOP THE CYCLE *
004770*                         HERE)                                  *
004780******************************************************************
004790 2300-AVALIAR-PASSO.
004800     IF WS-RC > WS-PAS-RC-MAXIMO (WS-PAS-IDX)
004810         MOVE "Y" TO WS-CICLO-FALHOU-SW
004820         MOVE "FALHOU" TO WS-SITUACAO
004830         MOVE "F" TO WS-CICLO-STATUS
004840         MOVE WS-PAS-NUMERO (WS-PAS-IDX) TO WS-PASSO-FALHO
004850         MOVE WS-RC TO WS-RC-FALHO
004860     ELSE
004870         MOVE "CONCLUIDO" TO WS-SITUACAO
004880         MOVE WS-PAS-NUMERO (WS-PAS-IDX) TO WS-ULTIMO-PASSO
004890     END-IF.
004900     PERFORM 2400-GRAVAR-LOG THRU 2400-EXIT.
004910     PERFORM 1400-GRAVAR-CONTROLE THRU 1400-EXIT.
004920     DISPLAY "CICLO - PASSO " WS-PAS-NUMERO (WS-PAS-IDX) " "
004930         WS-PAS-PROGRAMA (WS-PAS-IDX) " TERMINADO EM "
004940         WS-DATA-FIM " " WS-HORA-FIM " - RC " WS-RC " - "
004950         WS-SITUACAO.
004960 2300-EXIT.
004970     EXIT.
004980******************************************************************
004990*    2400-GRAVAR-LOG - ONE STEP-LOG LINE                         *
005000******************************************************************
005010 2400-GRAVAR-LOG.
005020     MOVE SPACES TO CLG-RECORD.
005030     MOVE WS-DATA-CICLO                TO CLG-DATA-CICLO.
005040     MOVE WS-JOB-ID                    TO CLG-JOB-ID.
005050     MOVE WS-PAS-NUMERO (WS-PAS-IDX)   TO CLG-PASSO.
005060     MOVE WS-PAS-PROGRAMA (WS-PAS-IDX) TO CLG-PROGRAMA.
005070     MOVE WS-DATA-INICIO               TO CLG-DATA-INICIO.
005080     MOVE WS-HORA-INICIO               TO CLG-HORA-INICIO.
005090     MOVE WS-DATA-FIM                  TO CLG-DATA-FIM.
005100     MOVE WS-HORA-FIM                  TO CLG-HORA-FIM.
005110     MOVE WS-RC                        TO CLG-RC.
005120     MOVE WS-SITUACAO                  TO CLG-SITUACAO.
005130     WRITE CLG-RECORD.
005140 2400-EXIT.
005150     EXIT.
005160******************************************************************
005170*    8000-FINALIZE - MARK THE CYCLE CONCLUDED (OR LEAVE IT FOR   *
005180*                    THE RESTART) AND ANNOUNCE THE OUTCOME       *
005190******************************************************************
005200 8000-FINALIZE.
005210     CLOSE LOG-FILE.
005220     MOVE WS-QTD-EXECUTADOS TO WS-QTD-ED.
005230     IF WS-CICLO-FALHOU
005240         DISPLAY "CICLO - CICLO DE " WS-DATA-CICLO
005250             " INTERROMPIDO NO PASSO " WS-PASSO-FALHO
005260             " - RC " WS-RC-FALHO
005270         DISPLAY "CICLO - CORRIGIR E RESSUBMETER - O CICLO SERA "
005280             "RETOMADO NO PASSO " WS-PASSO-FALHO
005290     ELSE
005300         MOVE "C" TO WS-CICLO-STATUS
005310         PERFORM 1400-GRAVAR-CONTROLE THRU 1400-EXIT
005320         DISPLAY "CICLO - CICLO DE " WS-DATA-CICLO " CONCLUIDO - "
005330             WS-QTD-ED " PASSO(S) EXECUTADO(S)"
005340     END-IF.
005350 8000-EXIT.
005360     EXIT.
005370******************************************************************
005380*    9999-ABEND - COMMON ERROR EXIT                              *
005390******************************************************************
005400 9999-ABEND.
005410     STOP RUN WITH ERROR STATUS 16.
005420 9999-EXIT.
005430     EXIT.
005440 END PROGRAM CICLO.
