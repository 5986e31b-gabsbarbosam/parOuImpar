000010******************************************************************
000020* AUTHOR.      GABRIELA BARBOSA.
000030* INSTALLATION. CPD - CENTRO DE PROCESSAMENTO DE DADOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.     JOB-LEVEL BACKOUT OF A BAD IMPAROUPAR EXECUTION.
000070*              THE JOB ID AND THE OPERATOR COME FROM ESTPARM (SEE
000080*              ESPREC).  THE JOB'S LINES ARE TAKEN OUT OF THE
000090*              CURRENT AUDFILE GENERATION, MST-OCORRENCIAS AND THE
000100*              LAST-SEEN DATE ARE ROLLED BACK ON EVERY NUMBER IT
000110*              TOUCHED AND THE MASTER RECORDS THE RUN CREATED ARE
000120*              DELETED, XREFFILE FIRST/LAST ENTRIES ARE REWOUND
000130*              FROM WHAT REMAINS IN THE GENERATION, THE HSTFILE
000140*              EXECUTION IS MARKED ESTORNADA (HST-ESTORNO) AND THE
000150*              RUNCTL BUSINESS DATE GOES BACK TO ABERTO SO THE
000160*              CORRECTED FILE CAN BE RUN WITHOUT PRM-FORCAR.  WHEN
000170*              THE JOB IS STILL THE LAST EXECUTION ON HSTFILE ITS
000180*              PER-RUN DATASETS (EXTFILE, REJFILE, DUPFILE AND
000190*              CHKFILE) ARE WITHDRAWN TOO, SO THE RERUN IS NOT
000200*              TAKEN FOR A RESTART AND NOTHING OF THE BAD RUN IS
000210*              LOADED OR RECYCLED.  ESTLIST LISTS EVERY NUMBER
000220*              WOUND BACK AND PROVES EACH CONTROL COUNT AGAINST
000230*              ITS PRE-RUN VALUE; A COUNT THAT DOES NOT TIE ENDS
000240*              THE RUN WITH THE STANDARD ERROR STATUS 16.  THE RUN
000250*              IS REFUSED, WITH NOTHING TOUCHED, WHEN THE JOB IS
000260*              NOT ON HSTFILE, WAS ALREADY REVERSED, OR ITS JOB ID
000270*              COVERS EXECUTIONS OF MORE THAN ONE BUSINESS DATE,
000280*              OR WHEN THAT DATE FALLS IN A MONTH FECHMES HAS
000290*              CLOSED (MESFILE, SEE MESREC), OR WHEN THE OPERATOR
000300*              DOES NOT HOLD THE ESTORNO "ES" GRANT ON OPRFILE.
000310*              EVERY BACKOUT - REFUSED, CONCLUDED OR ABORTED - IS
000320*              JOURNALED ON JRNFILE (SEE OPRAUT).
000330* TECTONICS.   COBC
000340*------------------------------------------------------------------
000350* MODIFICATION HISTORY
000360* DATE       INIT  DESCRIPTION
000370* 15/10/2026 GB    ORIGINAL VERSION.
000380* 15/10/2026 GB    7600-REBOBINAR-MARCAS PUTS BACK THE BRANCH
000390*                  TICKET HIGH-WATER MARKS (HWMFILE, SEE HWMREC)
000400*                  THE JOB MOVED - RESTORED TO HWM-MARCA-ANTERIOR,
000410*                  OR DELETED WHEN THE JOB CREATED THEM.
000420* 15/10/2026 GB    HSN-RECORD WIDENED TO 129 BYTES TO CARRY
000430*                  HST-QTD-REJ-DV ACROSS THE HSTFILE REWRITE.
000440* 15/10/2026 GB    HSN-RECORD WIDENED TO 139 BYTES FOR HST-QTD-
000450*                  QUARENTENA.
000460* 15/10/2026 GB    2250-VERIFICAR-MES REFUSES THE BACKOUT WHEN THE
000470*                  JOB'S BUSINESS DATE FALLS IN A MONTH CLOSED ON
000480*                  MESFILE - A CLOSED PERIOD IS ONLY CHANGED AFTER
000490*                  FECHMES REOPENS IT.
000530* 15/10/2026 GB    THE OPERATOR ON ESTPARM (ESP-OPERADOR) MUST
000540*                  HOLD THE ESTORNO "ES" GRANT ON OPRFILE, CHECKED
000550*                  THROUGH THE SHARED OPRAUT SUBPROGRAM BEFORE
000560*                  ANYTHING IS REVERSED (9000-AUTORIZAR); THE
000570*                  BACKOUT - AND A REFUSED OR ABORTED ATTEMPT - IS
000580*                  APPENDED TO THE MAINTENANCE JOURNAL (JRNFILE)
000590*                  WITH THE JOB, ITS BUSINESS DATE AND THE AUDIT
000600*                  LINES REVERSED.
000610* 15/10/2026 GB    6500-RETIRAR-SAIDAS AND 7000-MARCAR-HISTORICO
000620*                  NOW CHECK THE STATUS OF EVERY OPEN - A FAILED
000630*                  OPEN COULD LOSE OR TRUNCATE THE DATASET.
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. ESTORNO.
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT ESTPARM-FILE ASSIGN TO "ESTPARM"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FS-ESP.
000760     SELECT ESTORNO-RPT ASSIGN TO "ESTLIST"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-FS-RPT.
000790     SELECT HISTORIA-FILE ASSIGN TO "HSTFILE"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FS-HST.
000820     SELECT HISTORIA-NOVA ASSIGN TO "HSTFILEN"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-FS-HSN.
000850     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-FS-AUD.
000880     SELECT AUDIT-NOVO ASSIGN TO "AUDFILEN"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FS-AUN.
000910     SELECT DUPLICADO-FILE ASSIGN TO "DUPFILE"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-FS-DUP.
000940     SELECT EXTRATO-FILE ASSIGN TO "EXTFILE"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-FS-EXT.
000970     SELECT REJECT-FILE ASSIGN TO "REJFILE"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-FS-REJ.
001000     SELECT CHECKPOINT-FILE ASSIGN TO "CHKFILE"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-FS-CHK.
001030     SELECT ESTWORK-FILE ASSIGN TO "ESTWORK"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS ESW-CHAVE
001070         FILE STATUS IS WS-FS-ESW.
001080     SELECT MASTER-FILE ASSIGN TO "MSTFILE"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS RANDOM
001110         RECORD KEY IS MST-CHAVE
001120         FILE STATUS IS WS-FS-MST.
001130     SELECT XREF-FILE ASSIGN TO "XREFFILE"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS RANDOM
001160         RECORD KEY IS XRF-CHAVE
001170         FILE STATUS IS WS-FS-XRF.
001180     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS RANDOM
001210         RECORD KEY IS RCT-CHAVE
001220         FILE STATUS IS WS-FS-RCT.
001230     SELECT MARCA-FILE ASSIGN TO "HWMFILE"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS HWM-FILIAL
001270         FILE STATUS IS WS-FS-HWM.
001280     SELECT MES-FILE ASSIGN TO "MESFILE"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS RANDOM
001310         RECORD KEY IS MES-CHAVE
001320         FILE STATUS IS WS-FS-MES.
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  ESTPARM-FILE
001360     RECORDING MODE IS F.
001370     COPY ESPREC.
001380 FD  ESTORNO-RPT
001390     RECORDING MODE IS F.
001400     COPY RPTREC.
001410 FD  HISTORIA-FILE
001420     RECORDING MODE IS F.
001430     COPY HSTREC.
001440 FD  HISTORIA-NOVA
001450     RECORDING MODE IS F.
001460 01  HSN-RECORD              PIC X(139).
001470 FD  AUDIT-FILE
001480     RECORDING MODE IS F.
001490     COPY AUDREC.
001500 FD  AUDIT-NOVO
001510     RECORDING MODE IS F.
001520 01  AUN-RECORD              PIC X(57).
001530 FD  DUPLICADO-FILE
001540     RECORDING MODE IS F.
001550     COPY DUPREC.
001560 FD  EXTRATO-FILE
001570     RECORDING MODE IS F.
001580     COPY EXTREC.
001590 FD  REJECT-FILE
001600     RECORDING MODE IS F.
001610     COPY REJREC.
001620 FD  CHECKPOINT-FILE
001630     RECORDING MODE IS F.
001640     COPY CHKREC.
001650 FD  ESTWORK-FILE.
001660     COPY ESWREC.
001670 FD  MASTER-FILE.
001680     COPY MSTREC.
001690 FD  XREF-FILE.
001700     COPY XRFREC.
001710 FD  RUNCTL-FILE.
001720     COPY RCTREC.
001730 FD  MARCA-FILE.
001740     COPY HWMREC.
001750 FD  MES-FILE.
001760     COPY MESREC.
001770 WORKING-STORAGE SECTION.
001780 77  WS-FS-ESP               PIC X(02) VALUE ZEROS.
001790     88  WS-FS-ESP-OK                VALUE "00".
001800 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
001810     88  WS-FS-RPT-OK                VALUE "00".
001820 77  WS-FS-HST               PIC X(02) VALUE ZEROS.
001830     88  WS-FS-HST-OK                VALUE "00".
001840     88  WS-FS-HST-INEXISTENTE       VALUE "35".
001850 77  WS-FS-HSN               PIC X(02) VALUE ZEROS.
001860     88  WS-FS-HSN-OK                VALUE "00".
001870 77  WS-FS-AUD               PIC X(02) VALUE ZEROS.
001880     88  WS-FS-AUD-OK                VALUE "00".
001890     88  WS-FS-AUD-INEXISTENTE       VALUE "35".
001900 77  WS-FS-AUN               PIC X(02) VALUE ZEROS.
001910     88  WS-FS-AUN-OK                VALUE "00".
001920 77  WS-FS-DUP               PIC X(02) VALUE ZEROS.
001930     88  WS-FS-DUP-OK                VALUE "00".
001940     88  WS-FS-DUP-INEXISTENTE       VALUE "35".
001950 77  WS-FS-EXT               PIC X(02) VALUE ZEROS.
001960     88  WS-FS-EXT-OK                VALUE "00".
001970 77  WS-FS-REJ               PIC X(02) VALUE ZEROS.
001980     88  WS-FS-REJ-OK                VALUE "00".
001990 77  WS-FS-CHK               PIC X(02) VALUE ZEROS.
002000     88  WS-FS-CHK-OK                VALUE "00".
002010 77  WS-FS-ESW               PIC X(02) VALUE ZEROS.
002020     88  WS-FS-ESW-OK                VALUE "00".
002030 77  WS-FS-MST               PIC X(02) VALUE ZEROS.
002040     88  WS-FS-MST-OK                VALUE "00".
002050     88  WS-FS-MST-INEXISTENTE       VALUE "35".
002060 77  WS-FS-XRF               PIC X(02) VALUE ZEROS.
002070     88  WS-FS-XRF-OK                VALUE "00".
002080     88  WS-FS-XRF-INEXISTENTE       VALUE "35".
002090 77  WS-FS-RCT               PIC X(02) VALUE ZEROS.
002100     88  WS-FS-RCT-OK                VALUE "00".
002110     88  WS-FS-RCT-INEXISTENTE       VALUE "35".
002120 77  WS-FS-HWM               PIC X(02) VALUE ZEROS.
002130     88  WS-FS-HWM-OK                VALUE "00".
002140     88  WS-FS-HWM-INEXISTENTE       VALUE "35".
002150 77  WS-FS-MES               PIC X(02) VALUE ZEROS.
002160     88  WS-FS-MES-OK                VALUE "00".
002170     88  WS-FS-MES-INEXISTENTE       VALUE "35".
002180 77  WS-HST-EOF-SWITCH       PIC X(01) VALUE "N".
002190     88  WS-HST-EOF                   VALUE "Y".
002200 77  WS-HSN-EOF-SWITCH       PIC X(01) VALUE "N".
002210     88  WS-HSN-EOF                   VALUE "Y".
002220 77  WS-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
002230     88  WS-AUD-EOF                   VALUE "Y".
002240 77  WS-AUN-EOF-SWITCH       PIC X(01) VALUE "N".
002250     88  WS-AUN-EOF                   VALUE "Y".
002260 77  WS-DUP-EOF-SWITCH       PIC X(01) VALUE "N".
002270     88  WS-DUP-EOF                   VALUE "Y".
002280 77  WS-ESW-EOF-SWITCH       PIC X(01) VALUE "N".
002290     88  WS-ESW-EOF                   VALUE "Y".
002300 77  WS-REJ-EOF-SWITCH       PIC X(01) VALUE "N".
002310     88  WS-REJ-EOF                   VALUE "Y".
002320 77  WS-HWM-EOF-SWITCH       PIC X(01) VALUE "N".
002330     88  WS-HWM-EOF                   VALUE "Y".
002340 77  WS-MARCA-ATIVA-SW       PIC X(01) VALUE "N".
002350     88  WS-MARCA-ATIVA              VALUE "Y".
002360 77  WS-AUD-EXISTE-SW        PIC X(01) VALUE "Y".
002370     88  WS-AUD-EXISTE               VALUE "Y".
002380 77  WS-MASTER-ATIVO-SW      PIC X(01) VALUE "Y".
002390     88  WS-MASTER-ATIVO             VALUE "Y".
002400 77  WS-XREF-ATIVO-SW        PIC X(01) VALUE "Y".
002410     88  WS-XREF-ATIVO               VALUE "Y".
002420 77  WS-ESW-ACHADO-SW        PIC X(01) VALUE "N".
002430     88  WS-ESW-ACHADO               VALUE "Y".
002440 77  WS-XRF-ACHADO-SW        PIC X(01) VALUE "N".
002450     88  WS-XRF-ACHADO               VALUE "Y".
002460 77  WS-RCT-ACHADO-SW        PIC X(01) VALUE "N".
002470     88  WS-RCT-ACHADO               VALUE "Y".
002480 77  WS-EXT-DO-JOB-SW        PIC X(01) VALUE "N".
002490     88  WS-EXT-DO-JOB               VALUE "Y".
002500 77  WS-ULTIMA-EXEC-SW       PIC X(01) VALUE "N".
002510     88  WS-JOB-EH-ULTIMA            VALUE "Y".
002520 77  WS-REINICIO-SW          PIC X(01) VALUE "N".
002530     88  WS-JOB-TEVE-REINICIO        VALUE "Y".
002540 77  WS-DATAS-MULTIPLAS-SW   PIC X(01) VALUE "N".
002550     88  WS-DATAS-MULTIPLAS          VALUE "Y".
002560 77  WS-DIVERGENCIA-SWITCH   PIC X(01) VALUE "N".
002570     88  WS-HA-DIVERGENCIA           VALUE "Y".
002580 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
002590 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
002600 77  WS-JOB-ID               PIC X(08) VALUE SPACES.
002610 77  WS-JOB-ALVO             PIC X(08) VALUE SPACES.
002620 77  WS-ULTIMO-JOB-HST       PIC X(08) VALUE SPACES.
002630 77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
002640 77  WS-RCT-STATUS-ANT       PIC X(01) VALUE SPACE.
002650 77  WS-OPERADOR             PIC X(08) VALUE SPACES.
002660 77  WS-DIARIO-PENDENTE-SW   PIC X(01) VALUE "N".
002670     88  WS-DIARIO-PENDENTE          VALUE "Y".
002680 77  WS-NUMERO-WORK          PIC S9(18) VALUE ZERO.
002690 77  WS-NUMERO-X             PIC X(19) VALUE SPACES.
002700 01  WS-CHAVE-AREA.
002710     05  WS-CHAVE-MASTER     PIC S9(18)
002720                             SIGN LEADING SEPARATE CHARACTER.
002730     05  WS-CHAVE-MASTER-X REDEFINES WS-CHAVE-MASTER
002740                             PIC X(19).
002750 01  WS-DATA-NEGOCIO-AREA.
002760     05  WS-DATA-NEGOCIO     PIC 9(08) VALUE ZERO.
002770     05  WS-DATA-NEGOCIO-X REDEFINES WS-DATA-NEGOCIO
002780                             PIC X(08).
002790 77  WS-QTD-EXECUCOES        PIC 9(09) COMP VALUE ZERO.
002800 77  WS-QTD-JA-ESTORNADAS    PIC 9(09) COMP VALUE ZERO.
002810 77  WS-HST-LIDOS            PIC 9(09) COMP VALUE ZERO.
002820 77  WS-HST-PAR              PIC 9(09) COMP VALUE ZERO.
002830 77  WS-HST-IMPAR            PIC 9(09) COMP VALUE ZERO.
002840 77  WS-HST-REJEITADOS       PIC 9(09) COMP VALUE ZERO.
002850 77  WS-HST-MARCADOS         PIC 9(09) COMP VALUE ZERO.
002860 77  WS-HST-EXEC-MARCADAS    PIC 9(09) COMP VALUE ZERO.
002870 77  WS-AUD-ANTES            PIC 9(09) COMP VALUE ZERO.
002880 77  WS-AUD-ESTORNADAS       PIC 9(09) COMP VALUE ZERO.
002890 77  WS-AUD-RETIDAS          PIC 9(09) COMP VALUE ZERO.
002900 77  WS-AUD-DEPOIS           PIC 9(09) COMP VALUE ZERO.
002910 77  WS-AUD-EST-PAR          PIC 9(09) COMP VALUE ZERO.
002920 77  WS-AUD-EST-IMPAR        PIC 9(09) COMP VALUE ZERO.
002930 77  WS-QTD-QUARENTENA       PIC 9(09) COMP VALUE ZERO.
002940 77  WS-QTD-NUMEROS          PIC 9(09) COMP VALUE ZERO.
002950 77  WS-QTD-REJ-RETIRADOS    PIC 9(09) COMP VALUE ZERO.
002960 77  WS-MST-OCORR-ANTES      PIC 9(09) COMP VALUE ZERO.
002970 77  WS-MST-OCORR-ESTORNADAS PIC 9(09) COMP VALUE ZERO.
002980 77  WS-MST-OCORR-DEPOIS     PIC 9(09) COMP VALUE ZERO.
002990 77  WS-MST-EXCLUIDOS        PIC 9(09) COMP VALUE ZERO.
003000 77  WS-MST-RETROCEDIDOS     PIC 9(09) COMP VALUE ZERO.
003010 77  WS-MST-ESTIMADAS        PIC 9(09) COMP VALUE ZERO.
003020 77  WS-MST-AUSENTES         PIC 9(09) COMP VALUE ZERO.
003030 77  WS-CTX-CONFERIDOS       PIC 9(09) COMP VALUE ZERO.
003040 77  WS-CTX-DIVERGENTES      PIC 9(09) COMP VALUE ZERO.
003050 77  WS-XRF-APAR-ANTES       PIC 9(09) COMP VALUE ZERO.
003060 77  WS-XRF-APAR-DEPOIS      PIC 9(09) COMP VALUE ZERO.
003070 77  WS-XRF-EXCLUIDOS        PIC 9(09) COMP VALUE ZERO.
003080 77  WS-XRF-REBOBINADOS      PIC 9(09) COMP VALUE ZERO.
003090 77  WS-ESTORNAR             PIC 9(09) COMP VALUE ZERO.
003100 77  WS-OCORR-ANT            PIC 9(09) COMP VALUE ZERO.
003110 77  WS-OCORR-NOVA           PIC 9(09) COMP VALUE ZERO.
003120 77  WS-ULTIMA-ANT           PIC 9(08) VALUE ZERO.
003130 77  WS-ULTIMA-NOVA          PIC 9(08) VALUE ZERO.
003140 77  WS-XRF-ANT              PIC 9(09) COMP VALUE ZERO.
003150 77  WS-HWM-RESTAURADAS      PIC 9(09) COMP VALUE ZERO.
003160 77  WS-HWM-EXCLUIDAS        PIC 9(09) COMP VALUE ZERO.
003170 77  WS-MARCA-ED             PIC -(18)9.
003180 77  WS-MARCA-ED2            PIC -(18)9.
003190 77  WS-QTD-ED               PIC Z(8)9.
003200 77  WS-QTD-ED2              PIC Z(8)9.
003210 77  WS-QTD-ED3              PIC Z(8)9.
003220 77  WS-QTD-ED4              PIC Z(8)9.
003230*    ONE CONTROL-COUNT PROOF LINE - 8900-WRITE-PROVA COMPARES THE
003240*    EXPECTED (PRE-RUN) VALUE WITH THE ONE ACTUALLY FOUND; PROVA-
003250*    TIPO "D" MAKES A MISMATCH A DIVERGENCE, "A" ONLY A WARNING
003260 77  WS-PROVA-ESPERADO       PIC S9(10) COMP VALUE ZERO.
003270 77  WS-PROVA-APURADO        PIC S9(10) COMP VALUE ZERO.
003280 77  WS-PROVA-TIPO           PIC X(01) VALUE "D".
003290     88  WS-PROVA-AVISO              VALUE "A".
003300 01  WS-PROVA-LINHA.
003310     05  WS-PROVA-TEXTO      PIC X(44) VALUE SPACES.
003320     05  FILLER              PIC X(10) VALUE " ESPERADO ".
003330     05  WS-PROVA-ESP-ED     PIC -(9)9.
003340     05  FILLER              PIC X(10) VALUE "  APURADO ".
003350     05  WS-PROVA-APU-ED     PIC -(9)9.
003360     05  FILLER              PIC X(02) VALUE SPACES.
003370     05  WS-PROVA-VEREDITO   PIC X(07) VALUE SPACES.
003380 01  WS-NUM-LINHA.
003390     05  WS-NUM-NUMERO       PIC -(18)9.
003400     05  FILLER              PIC X(01) VALUE SPACE.
003410     05  WS-NUM-OCORR-ANT    PIC Z(8)9.
003420     05  FILLER              PIC X(01) VALUE SPACE.
003430     05  WS-NUM-ESTORNAR     PIC Z(8)9.
003440     05  FILLER              PIC X(01) VALUE SPACE.
003450     05  WS-NUM-OCORR-NOVA   PIC Z(8)9.
003460     05  FILLER              PIC X(02) VALUE SPACES.
003470     05  WS-NUM-ULTIMA-ANT   PIC 9(08).
003480     05  FILLER              PIC X(01) VALUE SPACE.
003490     05  WS-NUM-ULTIMA-NOVA  PIC 9(08).
003500     05  FILLER              PIC X(01) VALUE SPACE.
003510     05  WS-NUM-XRF-ANT      PIC Z(8)9.
003520     05  FILLER              PIC X(01) VALUE SPACE.
003530     05  WS-NUM-XRF-NOVA     PIC Z(8)9.
003540     05  FILLER              PIC X(02) VALUE SPACES.
003550     05  WS-NUM-ACAO         PIC X(12) VALUE SPACES.
003560     COPY AUTREC.
003570******************************************************************
003580*    PROCEDURE DIVISION                                          *
003590******************************************************************
003600 PROCEDURE DIVISION.
003610 0000-MAINLINE.
003620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003630     PERFORM 2000-LOCALIZAR-EXECUCAO THRU 2000-EXIT.
003640     PERFORM 9000-AUTORIZAR THRU 9000-EXIT.
003650     PERFORM 3000-SEPARAR-AUDITORIA THRU 3000-EXIT.
003660     PERFORM 3500-CARREGAR-QUARENTENA THRU 3500-EXIT.
003670     PERFORM 4000-APURAR-RESTANTES THRU 4000-EXIT.
003680     PERFORM 5000-RETROCEDER-MASTER THRU 5000-EXIT.
003690     PERFORM 6000-SUBSTITUIR-AUDITORIA THRU 6000-EXIT.
003700     PERFORM 6500-RETIRAR-SAIDAS THRU 6500-EXIT.
003710     PERFORM 7000-MARCAR-HISTORICO THRU 7000-EXIT.
003720     PERFORM 7500-REABRIR-DIA THRU 7500-EXIT.
003730     PERFORM 7600-REBOBINAR-MARCAS THRU 7600-EXIT.
003740     PERFORM 8000-WRITE-PROVA THRU 8000-EXIT.
003750     CLOSE ESTORNO-RPT.
003760     IF WS-HA-DIVERGENCIA
003770         GO TO 9999-ABEND
003780     END-IF.
003790     MOVE "CONCLUIDO" TO AUT-RESULTADO.
003800     PERFORM 9200-PREENCHER-DIARIO THRU 9200-EXIT.
003810     MOVE "N" TO WS-DIARIO-PENDENTE-SW.
003820     PERFORM 9100-REGISTRAR-DIARIO THRU 9100-EXIT.
003830     STOP RUN.
003840******************************************************************
003850*    1000-INITIALIZE - READ THE JOB TO REVERSE AND OPEN ESTLIST  *
003860******************************************************************
003870 1000-INITIALIZE.
003880     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
003890     ACCEPT WS-HORA-SISTEMA FROM TIME.
003900     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID".
003910     IF WS-JOB-ID = SPACES
003920         MOVE "ESTORNO" TO WS-JOB-ID
003930     END-IF.
003940     OPEN INPUT ESTPARM-FILE.
003950     IF NOT WS-FS-ESP-OK
003960         DISPLAY "ESTORNO - ERRO AO ABRIR ESTPARM - STATUS "
003970             WS-FS-ESP
003980         GO TO 9999-ABEND
003990     END-IF.
004000     READ ESTPARM-FILE
004010         AT END
004020             CONTINUE
004030         NOT AT END
004040             MOVE ESP-JOB-ID TO WS-JOB-ALVO
004050             MOVE ESP-OPERADOR TO WS-OPERADOR
004060     END-READ.
004070     CLOSE ESTPARM-FILE.
004080     IF WS-JOB-ALVO = SPACES
004090         DISPLAY "ESTORNO - JOB A ESTORNAR NAO INFORMADO EM "
004100             "ESTPARM"
004110         GO TO 9999-ABEND
004120     END-IF.
004130     OPEN OUTPUT ESTORNO-RPT.
004140     IF NOT WS-FS-RPT-OK
004150         DISPLAY "ESTORNO - ERRO AO ABRIR ESTLIST - STATUS "
004160             WS-FS-RPT
004170         GO TO 9999-ABEND
004180     END-IF.
004190     MOVE SPACES TO RPT-RECORD.
004200     STRING "ESTORNO - ESTORNO DA EXECUCAO " DELIMITED BY SIZE
004210         WS-JOB-ALVO DELIMITED BY SIZE
004220         " - EMITIDO EM " DELIMITED BY SIZE
004230         WS-DATA-SISTEMA DELIMITED BY SIZE
004240         " " DELIMITED BY SIZE
004250         WS-HORA-SISTEMA DELIMITED BY SIZE
004260         " JOB " DELIMITED BY SIZE
004270         WS-JOB-ID DELIMITED BY SIZE
004280         INTO RPT-LINE.
004290     WRITE RPT-RECORD.
004300 1000-EXIT.
004310     EXIT.
004320******************************************************************
004330*    2000-LOCALIZAR-EXECUCAO - FIND THE JOB ON HSTFILE, REFUSE   *
004340*                              THE RUN BEFORE ANYTHING IS TOUCHED*
004350*                              IF IT CANNOT BE REVERSED, AND     *
004360*                              SECURE THE RUNCTL RECORD OF ITS   *
004370*                              BUSINESS DATE                     *
004380******************************************************************
004390 2000-LOCALIZAR-EXECUCAO.
004400     OPEN INPUT HISTORIA-FILE.
004410     IF WS-FS-HST-INEXISTENTE
004420         MOVE SPACES TO RPT-RECORD
004430         STRING "ESTORNO RECUSADO - HSTFILE INEXISTENTE"
004440                 DELIMITED BY SIZE
004450             INTO RPT-LINE
004460         WRITE RPT-RECORD
004470         DISPLAY "ESTORNO - HSTFILE INEXISTENTE - NADA A ESTORNAR"
004480         GO TO 9999-ABEND
004490     END-IF.
004500     IF NOT WS-FS-HST-OK
004510         DISPLAY "ESTORNO - ERRO AO ABRIR HSTFILE - STATUS "
004520             WS-FS-HST
004530         GO TO 9999-ABEND
004540     END-IF.
004550     PERFORM 2100-LER-HISTORIA THRU 2100-EXIT
004560         UNTIL WS-HST-EOF.
004570     CLOSE HISTORIA-FILE.
004580     IF WS-QTD-EXECUCOES = 0
004590         MOVE SPACES TO RPT-RECORD
004600         IF WS-QTD-JA-ESTORNADAS > 0
004610             STRING "ESTORNO RECUSADO - JOB " DELIMITED BY SIZE
004620                 WS-JOB-ALVO DELIMITED BY SIZE
004630                 " JA FOI ESTORNADO" DELIMITED BY SIZE
004640                 INTO RPT-LINE
004650         ELSE
004660             STRING "ESTORNO RECUSADO - JOB " DELIMITED BY SIZE
004670                 WS-JOB-ALVO DELIMITED BY SIZE
004680                 " SEM EXECUCAO NO HSTFILE" DELIMITED BY SIZE
004690                 INTO RPT-LINE
004700         END-IF
004710         WRITE RPT-RECORD
004720         DISPLAY "ESTORNO - " RPT-LINE
004730         GO TO 9999-ABEND
004740     END-IF.
004750     IF WS-DATAS-MULTIPLAS
004760         MOVE SPACES TO RPT-RECORD
004770         STRING "ESTORNO RECUSADO - JOB " DELIMITED BY SIZE
004780             WS-JOB-ALVO DELIMITED BY SIZE
004790             " TEM EXECUCOES EM MAIS DE UMA DATA DE NEGOCIO - "
004800                 DELIMITED BY SIZE
004810             "JOB ID NAO IDENTIFICA UMA UNICA EXECUCAO"
004820                 DELIMITED BY SIZE
004830             INTO RPT-LINE
004840         WRITE RPT-RECORD
004850         DISPLAY "ESTORNO - JOB " WS-JOB-ALVO
004860             " COBRE MAIS DE UMA DATA DE NEGOCIO - RECUSADO"
004870         GO TO 9999-ABEND
004880     END-IF.
004890     IF WS-ULTIMO-JOB-HST = WS-JOB-ALVO
004900         MOVE "Y" TO WS-ULTIMA-EXEC-SW
004910     END-IF.
004920     PERFORM 2250-VERIFICAR-MES THRU 2250-EXIT.
004930     PERFORM 2200-LER-DIA THRU 2200-EXIT.
004940     PERFORM 2300-WRITE-EXECUCAO THRU 2300-EXIT.
004950 2000-EXIT.
004960     EXIT.
004970******************************************************************
004980*    2100-LER-HISTORIA - ONE HSTFILE RECORD - SUM THE JOB'S      *
004990*                        EXECUTION RECORDS (A RESTARTED RUN HAS  *
005000*                        ONE PER ATTEMPT) AND NOTE THE LAST      *
005010*                        EXECUTION STILL STANDING ON THE FILE    *
005020******************************************************************
005030 2100-LER-HISTORIA.
005040     READ HISTORIA-FILE
005050         AT END
005060             MOVE "Y" TO WS-HST-EOF-SWITCH
005070             GO TO 2100-EXIT
005080     END-READ.
005090     IF NOT HST-EXECUCAO
005100         GO TO 2100-EXIT
005110     END-IF.
005120     IF HST-ESTORNADA
005130         IF HST-JOB-ID = WS-JOB-ALVO
005140             ADD 1 TO WS-QTD-JA-ESTORNADAS
005150         END-IF
005160         GO TO 2100-EXIT
005170     END-IF.
005180     MOVE HST-JOB-ID TO WS-ULTIMO-JOB-HST.
005190     IF HST-JOB-ID NOT = WS-JOB-ALVO
005200         GO TO 2100-EXIT
005210     END-IF.
005220     IF HST-DATA-NEGOCIO NUMERIC AND HST-DATA-NEGOCIO NOT = ZERO
005230         MOVE HST-DATA-NEGOCIO TO WS-DATA-EXECUCAO
005240     ELSE
005250         MOVE HST-DATA-INICIO TO WS-DATA-EXECUCAO
005260     END-IF.
005270     IF WS-QTD-EXECUCOES > 0
005280        AND WS-DATA-EXECUCAO NOT = WS-DATA-NEGOCIO
005290         MOVE "Y" TO WS-DATAS-MULTIPLAS-SW
005300     END-IF.
005310     MOVE WS-DATA-EXECUCAO TO WS-DATA-NEGOCIO.
005320     ADD 1 TO WS-QTD-EXECUCOES.
005330     ADD HST-QTD-LIDOS      TO WS-HST-LIDOS.
005340     ADD HST-QTD-PAR        TO WS-HST-PAR.
005350     ADD HST-QTD-IMPAR      TO WS-HST-IMPAR.
005360     ADD HST-QTD-REJEITADOS TO WS-HST-REJEITADOS.
005370     IF HST-FOI-REINICIO
005380         MOVE "Y" TO WS-REINICIO-SW
005390     END-IF.
005400 2100-EXIT.
005410     EXIT.
005420******************************************************************
005430*    2200-LER-DIA - OPEN RUNCTL AND READ THE JOB'S BUSINESS DATE *
005440*                   - THE FILE STAYS OPEN UNTIL 7500 REOPENS THE *
005450*                   DAY                                          *
005460******************************************************************
005470 2200-LER-DIA.
005480     OPEN I-O RUNCTL-FILE.
005490     IF WS-FS-RCT-INEXISTENTE
005500         OPEN OUTPUT RUNCTL-FILE
005510         CLOSE RUNCTL-FILE
005520         OPEN I-O RUNCTL-FILE
005530     END-IF.
005540     IF NOT WS-FS-RCT-OK
005550         DISPLAY "ESTORNO - ERRO AO ABRIR RUNCTL - STATUS "
005560             WS-FS-RCT
005570         GO TO 9999-ABEND
005580     END-IF.
005590     MOVE WS-DATA-NEGOCIO-X TO RCT-CHAVE.
005600     MOVE "-" TO WS-RCT-STATUS-ANT.
005610     READ RUNCTL-FILE
005620         INVALID KEY
005630             CONTINUE
005640         NOT INVALID KEY
005650             MOVE "Y" TO WS-RCT-ACHADO-SW
005660             MOVE RCT-STATUS TO WS-RCT-STATUS-ANT
005670     END-READ.
005680 2200-EXIT.
005690     EXIT.
005700******************************************************************
005710*    2250-VERIFICAR-MES - REFUSE THE BACKOUT WHEN THE BUSINESS   *
005720*                         DATE FALLS IN A MONTH CLOSED ON        *
005730*                         MESFILE.  NO MESFILE MEANS NO MONTH    *
005740*                         WAS EVER CLOSED                        *
005750******************************************************************
005760 2250-VERIFICAR-MES.
005770     OPEN INPUT MES-FILE.
005780     IF WS-FS-MES-INEXISTENTE
005790         GO TO 2250-EXIT
005800     END-IF.
005810     IF NOT WS-FS-MES-OK
005820         DISPLAY "ESTORNO - ERRO AO ABRIR MESFILE - STATUS "
005830             WS-FS-MES
005840         GO TO 9999-ABEND
005850     END-IF.
005860     MOVE WS-DATA-NEGOCIO-X (1:6) TO MES-CHAVE.
005870     READ MES-FILE
005880         INVALID KEY
005890             MOVE SPACES TO MES-STATUS
005900     END-READ.
005910     CLOSE MES-FILE.
005920     IF NOT MES-FECHADO
005930         GO TO 2250-EXIT
005940     END-IF.
005950     MOVE SPACES TO RPT-RECORD.
005960     STRING "ESTORNO RECUSADO - JOB " DELIMITED BY SIZE
005970         WS-JOB-ALVO DELIMITED BY SIZE
005980         " - DATA DE NEGOCIO " DELIMITED BY SIZE
005990         WS-DATA-NEGOCIO DELIMITED BY SIZE
006000         " EM MES FECHADO (" DELIMITED BY SIZE
006010         MES-CHAVE DELIMITED BY SIZE
006020         ") - REABRIR O MES PELO FECHMES" DELIMITED BY SIZE
006030         INTO RPT-LINE.
006040     WRITE RPT-RECORD.
006050     DISPLAY "ESTORNO - MES " MES-CHAVE
006060         " FECHADO - ESTORNO RECUSADO".
006070     GO TO 9999-ABEND.
006080 2250-EXIT.
006090     EXIT.
006100******************************************************************
006110*    2300-WRITE-EXECUCAO - WHAT IS ABOUT TO BE REVERSED          *
006120******************************************************************
006130 2300-WRITE-EXECUCAO.
006140     MOVE WS-QTD-EXECUCOES TO WS-QTD-ED.
006150     MOVE SPACES TO RPT-RECORD.
006160     STRING "DATA DE NEGOCIO: " DELIMITED BY SIZE
006170         WS-DATA-NEGOCIO DELIMITED BY SIZE
006180         "   EXECUCOES NO HSTFILE: " DELIMITED BY SIZE
006190         WS-QTD-ED DELIMITED BY SIZE
006200         "   STATUS NO RUNCTL: " DELIMITED BY SIZE
006210         WS-RCT-STATUS-ANT DELIMITED BY SIZE
006220         INTO RPT-LINE.
006230     WRITE RPT-RECORD.
006240     MOVE WS-HST-LIDOS      TO WS-QTD-ED.
006250     MOVE WS-HST-PAR        TO WS-QTD-ED2.
006260     MOVE WS-HST-IMPAR      TO WS-QTD-ED3.
006270     MOVE WS-HST-REJEITADOS TO WS-QTD-ED4.
006280     MOVE SPACES TO RPT-RECORD.
006290     STRING "CONTAGENS DO HSTFILE - LIDOS: " DELIMITED BY SIZE
006300         WS-QTD-ED DELIMITED BY SIZE
006310         "  PAR: " DELIMITED BY SIZE
006320         WS-QTD-ED2 DELIMITED BY SIZE
006330         "  IMPAR: " DELIMITED BY SIZE
006340         WS-QTD-ED3 DELIMITED BY SIZE
006350         "  REJEITADOS: " DELIMITED BY SIZE
006360         WS-QTD-ED4 DELIMITED BY SIZE
006370         INTO RPT-LINE.
006380     WRITE RPT-RECORD.
006390     IF WS-JOB-TEVE-REINICIO
006400         MOVE SPACES TO RPT-RECORD
006410         STRING "EXECUCAO COM REINICIO - AS CONTAGENS DO HSTFILE "
006420                 DELIMITED BY SIZE
006430             "COBREM SO A ULTIMA TENTATIVA" DELIMITED BY SIZE
006440             INTO RPT-LINE
006450         WRITE RPT-RECORD
006460     END-IF.
006470     MOVE SPACES TO RPT-RECORD.
006480     WRITE RPT-RECORD.
006490     MOVE SPACES TO RPT-RECORD.
006500     STRING "             NUMERO OCORR.ANT ESTORNADA OCORR.NOV"
006510             DELIMITED BY SIZE
006520         "  ULT.ANT. ULT.NOVA XREF.ANT. XREF.NOV.  ACAO"
006530             DELIMITED BY SIZE
006540         INTO RPT-LINE.
006550     WRITE RPT-RECORD.
006560 2300-EXIT.
006570     EXIT.
006580******************************************************************
006590*    3000-SEPARAR-AUDITORIA - SPLIT THE AUDFILE GENERATION - THE *
006600*                             JOB'S LINES GO INTO ESTWORK BY     *
006610*                             NUMBER, EVERY OTHER LINE STREAMS TO*
006620*                             AUDFILEN                           *
006630******************************************************************
006640 3000-SEPARAR-AUDITORIA.
006650     OPEN OUTPUT ESTWORK-FILE.
006660     CLOSE ESTWORK-FILE.
006670     OPEN I-O ESTWORK-FILE.
006680     IF NOT WS-FS-ESW-OK
006690         DISPLAY "ESTORNO - ERRO AO CRIAR ESTWORK - STATUS "
006700             WS-FS-ESW
006710         GO TO 9999-ABEND
006720     END-IF.
006730     OPEN INPUT AUDIT-FILE.
006740     IF WS-FS-AUD-INEXISTENTE
006750         DISPLAY "ESTORNO - AVISO - AUDFILE INEXISTENTE"
006760         MOVE "N" TO WS-AUD-EXISTE-SW
006770         GO TO 3000-EXIT
006780     END-IF.
006790     IF NOT WS-FS-AUD-OK
006800         DISPLAY "ESTORNO - ERRO AO ABRIR AUDFILE - STATUS "
006810             WS-FS-AUD
006820         GO TO 9999-ABEND
006830     END-IF.
006840     OPEN OUTPUT AUDIT-NOVO.
006850     IF NOT WS-FS-AUN-OK
006860         DISPLAY "ESTORNO - ERRO AO ABRIR AUDFILEN - STATUS "
006870             WS-FS-AUN
006880         GO TO 9999-ABEND
006890     END-IF.
006900     PERFORM 3100-SEPARAR-UMA THRU 3100-EXIT
006910         UNTIL WS-AUD-EOF.
006920     CLOSE AUDIT-FILE.
006930     CLOSE AUDIT-NOVO.
006940 3000-EXIT.
006950     EXIT.
006960******************************************************************
006970*    3100-SEPARAR-UMA - ONE AUDIT LINE - KEEP IT OR TAKE IT OUT  *
006980******************************************************************
006990 3100-SEPARAR-UMA.
007000     READ AUDIT-FILE
007010         AT END
007020             MOVE "Y" TO WS-AUD-EOF-SWITCH
007030             GO TO 3100-EXIT
007040     END-READ.
007050     ADD 1 TO WS-AUD-ANTES.
007060     IF AUD-JOB-ID NOT = WS-JOB-ALVO
007070         ADD 1 TO WS-AUD-RETIDAS
007080         WRITE AUN-RECORD FROM AUD-RECORD
007090         GO TO 3100-EXIT
007100     END-IF.
007110     ADD 1 TO WS-AUD-ESTORNADAS.
007120     IF AUD-RESULTADO = "PAR"
007130         ADD 1 TO WS-AUD-EST-PAR
007140     ELSE
007150         ADD 1 TO WS-AUD-EST-IMPAR
007160     END-IF.
007170     PERFORM 3200-CHAVE-AUDITORIA THRU 3200-EXIT.
007180     PERFORM 3300-LER-TRABALHO THRU 3300-EXIT.
007190     ADD 1 TO ESW-QTD-ESTORNADA.
007200     IF AUD-DATA > ESW-DATA-JOB
007210         MOVE AUD-DATA TO ESW-DATA-JOB
007220     END-IF.
007230     PERFORM 3400-GRAVAR-TRABALHO THRU 3400-EXIT.
007240 3100-EXIT.
007250     EXIT.
007260******************************************************************
007270*    3200-CHAVE-AUDITORIA - EDITED AUD-NUMERO TO THE MASTER KEY  *
007280******************************************************************
007290 3200-CHAVE-AUDITORIA.
007300     MOVE AUD-NUMERO TO WS-NUMERO-X.
007310     COMPUTE WS-NUMERO-WORK =
007320         FUNCTION NUMVAL ( WS-NUMERO-X ).
007330     MOVE WS-NUMERO-WORK TO WS-CHAVE-MASTER.
007340 3200-EXIT.
007350     EXIT.
007360******************************************************************
007370*    3300-LER-TRABALHO - KEYED READ OF ESTWORK - A NUMBER NOT YET*
007380*                        THERE STARTS A ZEROED ENTRY             *
007390******************************************************************
007400 3300-LER-TRABALHO.
007410     MOVE WS-CHAVE-MASTER-X TO ESW-CHAVE.
007420     MOVE "N" TO WS-ESW-ACHADO-SW.
007430     READ ESTWORK-FILE
007440         INVALID KEY
007450             PERFORM 3310-NOVO-TRABALHO THRU 3310-EXIT
007460         NOT INVALID KEY
007470             MOVE "Y" TO WS-ESW-ACHADO-SW
007480     END-READ.
007490 3300-EXIT.
007500     EXIT.
007510******************************************************************
007520*    3310-NOVO-TRABALHO - FIRST SIGHT OF THIS NUMBER IN THE JOB  *
007530******************************************************************
007540 3310-NOVO-TRABALHO.
007550     MOVE SPACES TO ESW-RECORD.
007560     MOVE WS-CHAVE-MASTER-X TO ESW-CHAVE.
007570     MOVE ZERO TO ESW-QTD-ESTORNADA.
007580     MOVE ZERO TO ESW-QTD-QUARENTENA.
007590     MOVE ZERO TO ESW-DATA-JOB.
007600     MOVE "N"  TO ESW-CONTEXTO.
007610     MOVE ZERO TO ESW-CTX-ULTIMA-DATA.
007620     MOVE ZERO TO ESW-CTX-OCORRENCIAS.
007630     MOVE ZERO TO ESW-QTD-RESTANTE.
007640     MOVE ZERO TO ESW-PRIMEIRA-DATA.
007650     MOVE ZERO TO ESW-PRIMEIRA-HORA.
007660     MOVE ZERO TO ESW-ULTIMA-DATA.
007670     MOVE ZERO TO ESW-ULTIMA-HORA.
007680 3310-EXIT.
007690     EXIT.
007700******************************************************************
007710*    3400-GRAVAR-TRABALHO - STORE THE ESTWORK ENTRY BACK         *
007720******************************************************************
007730 3400-GRAVAR-TRABALHO.
007740     IF WS-ESW-ACHADO
007750         REWRITE ESW-RECORD
007760             INVALID KEY
007770                 DISPLAY "ESTORNO - ERRO AO REGRAVAR NO ESTWORK"
007780                     " - STATUS " WS-FS-ESW
007790                 GO TO 9999-ABEND
007800         END-REWRITE
007810     ELSE
007820         ADD 1 TO WS-QTD-NUMEROS
007830         WRITE ESW-RECORD
007840             INVALID KEY
007850                 DISPLAY "ESTORNO - ERRO AO INCLUIR NO ESTWORK"
007860                     " - STATUS " WS-FS-ESW
007870                 GO TO 9999-ABEND
007880         END-WRITE
007890     END-IF.
007900 3400-EXIT.
007910     EXIT.
007920******************************************************************
007930*    3500-CARREGAR-QUARENTENA - EVERY QUARANTINED ARRIVAL OF THE *
007940*                               JOB ALSO ROLLED MST-OCORRENCIAS  *
007950*                               FORWARD; THE FIRST ONE PER NUMBER*
007960*                               CARRIES THE MASTER CONTEXT AS IT *
007970*                               STOOD BEFORE THE RUN, WHICH 5200 *
007980*                               USES AS ITS PROOF                *
007990******************************************************************
008000 3500-CARREGAR-QUARENTENA.
008010     OPEN INPUT DUPLICADO-FILE.
008020     IF WS-FS-DUP-INEXISTENTE
008030         GO TO 3500-EXIT
008040     END-IF.
008050     IF NOT WS-FS-DUP-OK
008060         DISPLAY "ESTORNO - ERRO AO ABRIR DUPFILE - STATUS "
008070             WS-FS-DUP
008080         GO TO 9999-ABEND
008090     END-IF.
008100     PERFORM 3600-CARREGAR-UMA THRU 3600-EXIT
008110         UNTIL WS-DUP-EOF.
008120     CLOSE DUPLICADO-FILE.
008130 3500-EXIT.
008140     EXIT.
008150******************************************************************
008160*    3600-CARREGAR-UMA - ONE DUPFILE RECORD                      *
008170******************************************************************
008180 3600-CARREGAR-UMA.
008190     READ DUPLICADO-FILE
008200         AT END
008210             MOVE "Y" TO WS-DUP-EOF-SWITCH
008220             GO TO 3600-EXIT
008230     END-READ.
008240     IF DUP-JOB-ID NOT = WS-JOB-ALVO
008250         GO TO 3600-EXIT
008260     END-IF.
008270     ADD 1 TO WS-QTD-QUARENTENA.
008280     MOVE DUP-NUMERO TO WS-CHAVE-MASTER-X.
008290     PERFORM 3300-LER-TRABALHO THRU 3300-EXIT.
008300     ADD 1 TO ESW-QTD-QUARENTENA.
008310     IF DUP-DATA > ESW-DATA-JOB
008320         MOVE DUP-DATA TO ESW-DATA-JOB
008330     END-IF.
008340     IF NOT ESW-TEM-CONTEXTO
008350         MOVE "Y" TO ESW-CONTEXTO
008360         MOVE DUP-ULTIMA-DATA TO ESW-CTX-ULTIMA-DATA
008370         MOVE DUP-OCORRENCIAS TO ESW-CTX-OCORRENCIAS
008380     END-IF.
008390     PERFORM 3400-GRAVAR-TRABALHO THRU 3400-EXIT.
008400 3600-EXIT.
008410     EXIT.
008420******************************************************************
008430*    4000-APURAR-RESTANTES - SECOND PASS OF THE ORIGINAL AUDFILE *
008440*                            - FOR EVERY NUMBER THE JOB TOUCHED, *
008450*                            COUNT THE LINES OF OTHER JOBS STILL *
008460*                            IN THE GENERATION AND THEIR         *
008470*                            FIRST/LAST SIGHTING                 *
008480******************************************************************
008490 4000-APURAR-RESTANTES.
008500     IF NOT WS-AUD-EXISTE
008510         GO TO 4000-EXIT
008520     END-IF.
008530     OPEN INPUT AUDIT-FILE.
008540     IF NOT WS-FS-AUD-OK
008550         DISPLAY "ESTORNO - ERRO AO REABRIR AUDFILE - STATUS "
008560             WS-FS-AUD
008570         GO TO 9999-ABEND
008580     END-IF.
008590     MOVE "N" TO WS-AUD-EOF-SWITCH.
008600     PERFORM 4100-APURAR-UMA THRU 4100-EXIT
008610         UNTIL WS-AUD-EOF.
008620     CLOSE AUDIT-FILE.
008630 4000-EXIT.
008640     EXIT.
008650******************************************************************
008660*    4100-APURAR-UMA - ROLL ONE RETAINED LINE INTO ITS ENTRY -   *
008670*                      THE TRAIL IS IN ARRIVAL ORDER, SO THE LAST*
008680*                      LINE READ IS THE LAST SIGHTING            *
008690******************************************************************
008700 4100-APURAR-UMA.
008710     READ AUDIT-FILE
008720         AT END
008730             MOVE "Y" TO WS-AUD-EOF-SWITCH
008740             GO TO 4100-EXIT
008750     END-READ.
008760     IF AUD-JOB-ID = WS-JOB-ALVO
008770         GO TO 4100-EXIT
008780     END-IF.
008790     PERFORM 3200-CHAVE-AUDITORIA THRU 3200-EXIT.
008800     MOVE WS-CHAVE-MASTER-X TO ESW-CHAVE.
008810     READ ESTWORK-FILE
008820         INVALID KEY
008830             GO TO 4100-EXIT
008840     END-READ.
008850     ADD 1 TO ESW-QTD-RESTANTE.
008860     IF ESW-QTD-RESTANTE = 1
008870         MOVE AUD-DATA TO ESW-PRIMEIRA-DATA
008880         MOVE AUD-HORA TO ESW-PRIMEIRA-HORA
008890     END-IF.
008900     MOVE AUD-DATA      TO ESW-ULTIMA-DATA.
008910     MOVE AUD-HORA      TO ESW-ULTIMA-HORA.
008920     MOVE AUD-JOB-ID    TO ESW-ULTIMO-JOB.
008930     MOVE AUD-RESULTADO TO ESW-ULTIMO-RESULTADO.
008940     REWRITE ESW-RECORD
008950         INVALID KEY
008960             DISPLAY "ESTORNO - ERRO AO REGRAVAR NO ESTWORK"
008970                 " - STATUS " WS-FS-ESW
008980             GO TO 9999-ABEND
008990     END-REWRITE.
009000 4100-EXIT.
009010     EXIT.
009020******************************************************************
009030*    5000-RETROCEDER-MASTER - WALK ESTWORK IN KEY ORDER AND WIND *
009040*                             MSTFILE AND XREFFILE BACK, ONE     *
009050*                             LISTING LINE PER NUMBER            *
009060******************************************************************
009070 5000-RETROCEDER-MASTER.
009080     OPEN I-O MASTER-FILE.
009090     IF WS-FS-MST-INEXISTENTE
009100         DISPLAY "ESTORNO - AVISO - MSTFILE INEXISTENTE - "
009110             "NADA A RETROCEDER NO MASTER"
009120         MOVE "N" TO WS-MASTER-ATIVO-SW
009130     ELSE
009140         IF NOT WS-FS-MST-OK
009150             DISPLAY "ESTORNO - ERRO AO ABRIR MSTFILE - STATUS "
009160                 WS-FS-MST
009170             GO TO 9999-ABEND
009180         END-IF
009190     END-IF.
009200     OPEN I-O XREF-FILE.
009210     IF WS-FS-XRF-INEXISTENTE
009220         DISPLAY "ESTORNO - AVISO - XREFFILE INEXISTENTE - "
009230             "NADA A REBOBINAR"
009240         MOVE "N" TO WS-XREF-ATIVO-SW
009250     ELSE
009260         IF NOT WS-FS-XRF-OK
009270             DISPLAY "ESTORNO - ERRO AO ABRIR XREFFILE - STATUS "
009280                 WS-FS-XRF
009290             GO TO 9999-ABEND
009300         END-IF
009310     END-IF.
009320     CLOSE ESTWORK-FILE.
009330     OPEN INPUT ESTWORK-FILE.
009340     IF NOT WS-FS-ESW-OK
009350         DISPLAY "ESTORNO - ERRO AO REABRIR ESTWORK - STATUS "
009360             WS-FS-ESW
009370         GO TO 9999-ABEND
009380     END-IF.
009390     PERFORM 5100-RETROCEDER-UM THRU 5100-EXIT
009400         UNTIL WS-ESW-EOF.
009410     CLOSE ESTWORK-FILE.
009420     IF WS-MASTER-ATIVO
009430         CLOSE MASTER-FILE
009440     END-IF.
009450     IF WS-XREF-ATIVO
009460         CLOSE XREF-FILE
009470     END-IF.
009480 5000-EXIT.
009490     EXIT.
009500******************************************************************
009510*    5100-RETROCEDER-UM - ONE NUMBER THE JOB TOUCHED             *
009520******************************************************************
009530 5100-RETROCEDER-UM.
009540     READ ESTWORK-FILE NEXT RECORD
009550         AT END
009560             MOVE "Y" TO WS-ESW-EOF-SWITCH
009570             GO TO 5100-EXIT
009580     END-READ.
009590     COMPUTE WS-ESTORNAR = ESW-QTD-ESTORNADA + ESW-QTD-QUARENTENA.
009600     MOVE ZERO TO WS-OCORR-ANT.
009610     MOVE ZERO TO WS-OCORR-NOVA.
009620     MOVE ZERO TO WS-ULTIMA-ANT.
009630     MOVE ZERO TO WS-ULTIMA-NOVA.
009640     MOVE ZERO TO WS-XRF-ANT.
009650     MOVE SPACES TO WS-NUM-ACAO.
009660     IF WS-MASTER-ATIVO
009670         PERFORM 5200-RETROCEDER-MASTER-REG THRU 5200-EXIT
009680     END-IF.
009690     IF WS-XREF-ATIVO
009700         PERFORM 5300-REBOBINAR-XREF THRU 5300-EXIT
009710     END-IF.
009720     PERFORM 5400-WRITE-NUMERO THRU 5400-EXIT.
009730 5100-EXIT.
009740     EXIT.
009750******************************************************************
009760*    5200-RETROCEDER-MASTER-REG - TAKE THE JOB'S OCCURRENCES OFF *
009770*                                 THE MASTER RECORD.  NOTHING    *
009780*                                 LEFT MEANS THE RUN CREATED IT -*
009790*                                 DELETE IT. OTHERWISE THE LAST- *
009800*                                 SEEN DATE GOES BACK TO THE     *
009810*                                 LATEST OF THE REMAINING AUDIT  *
009820*                                 SIGHTING AND THE PRE-RUN DATE  *
009830*                                 THE QUARANTINE KEPT, UNLESS A  *
009840*                                 LATER JOB HAS SEEN THE NUMBER  *
009850*                                 SINCE                          *
009860******************************************************************
009870 5200-RETROCEDER-MASTER-REG.
009880     MOVE ESW-CHAVE TO MST-CHAVE.
009890     READ MASTER-FILE
009900         INVALID KEY
009910             ADD 1 TO WS-MST-AUSENTES
009920             MOVE "AUSENTE" TO WS-NUM-ACAO
009930             GO TO 5200-EXIT
009940     END-READ.
009950     MOVE MST-OCORRENCIAS TO WS-OCORR-ANT.
009960     MOVE MST-ULTIMA-DATA TO WS-ULTIMA-ANT.
009970     ADD WS-OCORR-ANT TO WS-MST-OCORR-ANTES.
009980     ADD WS-ESTORNAR  TO WS-MST-OCORR-ESTORNADAS.
009990     IF WS-ESTORNAR NOT < WS-OCORR-ANT
010000         DELETE MASTER-FILE RECORD
010010             INVALID KEY
010020                 DISPLAY "ESTORNO - ERRO AO EXCLUIR DO MSTFILE"
010030                     " - STATUS " WS-FS-MST
010040                 GO TO 9999-ABEND
010050         END-DELETE
010060         ADD 1 TO WS-MST-EXCLUIDOS
010070         MOVE "EXCLUIDO" TO WS-NUM-ACAO
010080         GO TO 5200-EXIT
010090     END-IF.
010100     COMPUTE WS-OCORR-NOVA = WS-OCORR-ANT - WS-ESTORNAR.
010110     MOVE WS-OCORR-NOVA TO MST-OCORRENCIAS.
010120     ADD WS-OCORR-NOVA TO WS-MST-OCORR-DEPOIS.
010130     MOVE "RETROCEDIDO" TO WS-NUM-ACAO.
010140     IF MST-ULTIMA-DATA NOT > ESW-DATA-JOB
010150         PERFORM 5210-RECOMPOR-ULTIMA THRU 5210-EXIT
010160     END-IF.
010170     MOVE MST-ULTIMA-DATA TO WS-ULTIMA-NOVA.
010180     REWRITE MST-RECORD
010190         INVALID KEY
010200             DISPLAY "ESTORNO - ERRO AO REGRAVAR NO MSTFILE"
010210                 " - STATUS " WS-FS-MST
010220             GO TO 9999-ABEND
010230     END-REWRITE.
010240     ADD 1 TO WS-MST-RETROCEDIDOS.
010250 5200-EXIT.
010260     EXIT.
010270******************************************************************
010280*    5210-RECOMPOR-ULTIMA - LAST-SEEN DATE AND RESULT AS THEY    *
010290*                           STOOD BEFORE THE JOB, AND THE        *
010300*                           QUARANTINE CONTEXT CHECK.  WITH NO   *
010310*                           SIGHTING LEFT IN THIS GENERATION AND *
010320*                           NO CONTEXT (EARLIER SIGHTINGS WERE   *
010330*                           ARCHIVED BY AUDARCH) THE FIRST-SEEN  *
010340*                           DATE IS THE ONLY SAFE VALUE - IT IS  *
010350*                           FLAGGED ESTIMADA ON THE LISTING      *
010360******************************************************************
010370 5210-RECOMPOR-ULTIMA.
010380     MOVE ZERO TO WS-ULTIMA-NOVA.
010390     IF ESW-QTD-RESTANTE > 0
010400         MOVE ESW-ULTIMA-DATA TO WS-ULTIMA-NOVA
010410         MOVE ESW-ULTIMO-RESULTADO TO MST-RESULTADO
010420     END-IF.
010430     IF ESW-TEM-CONTEXTO
010440         IF ESW-CTX-ULTIMA-DATA > WS-ULTIMA-NOVA
010450             MOVE ESW-CTX-ULTIMA-DATA TO WS-ULTIMA-NOVA
010460         END-IF
010470         IF ESW-CTX-OCORRENCIAS = WS-OCORR-NOVA
010480             ADD 1 TO WS-CTX-CONFERIDOS
010490         ELSE
010500             ADD 1 TO WS-CTX-DIVERGENTES
010510             MOVE "CTX DIVERGE" TO WS-NUM-ACAO
010520         END-IF
010530     END-IF.
010540     IF WS-ULTIMA-NOVA = ZERO
010550         MOVE MST-PRIMEIRA-DATA TO WS-ULTIMA-NOVA
010560         ADD 1 TO WS-MST-ESTIMADAS
010570         MOVE "ESTIMADA" TO WS-NUM-ACAO
010580     END-IF.
010590     MOVE WS-ULTIMA-NOVA TO MST-ULTIMA-DATA.
010600 5210-EXIT.
010610     EXIT.
010620******************************************************************
010630*    5300-REBOBINAR-XREF - XREFFILE COVERS THE CURRENT AUDIT     *
010640*                          GENERATION ONLY, SO THE ENTRY IS      *
010650*                          REBUILT FROM THE LINES LEFT IN IT -   *
010660*                          NONE LEFT MEANS THE ENTRY GOES        *
010670******************************************************************
010680 5300-REBOBINAR-XREF.
010690     MOVE ESW-CHAVE TO XRF-CHAVE.
010700     MOVE "N" TO WS-XRF-ACHADO-SW.
010710     READ XREF-FILE
010720         INVALID KEY
010730             CONTINUE
010740         NOT INVALID KEY
010750             MOVE "Y" TO WS-XRF-ACHADO-SW
010760             MOVE XRF-QTD-APARICOES TO WS-XRF-ANT
010770             ADD XRF-QTD-APARICOES TO WS-XRF-APAR-ANTES
010780     END-READ.
010790     IF ESW-QTD-RESTANTE = 0
010800         IF WS-XRF-ACHADO
010810             DELETE XREF-FILE RECORD
010820                 INVALID KEY
010830                     DISPLAY "ESTORNO - ERRO AO EXCLUIR DO "
010840                         "XREFFILE - STATUS " WS-FS-XRF
010850                     GO TO 9999-ABEND
010860             END-DELETE
010870             ADD 1 TO WS-XRF-EXCLUIDOS
010880         END-IF
010890         GO TO 5300-EXIT
010900     END-IF.
010910     IF NOT WS-XRF-ACHADO
010920         MOVE SPACES TO XRF-RECORD
010930         MOVE ESW-CHAVE TO XRF-CHAVE
010940     END-IF.
010950     MOVE ESW-QTD-RESTANTE     TO XRF-QTD-APARICOES.
010960     MOVE ESW-PRIMEIRA-DATA    TO XRF-PRIMEIRA-DATA.
010970     MOVE ESW-PRIMEIRA-HORA    TO XRF-PRIMEIRA-HORA.
010980     MOVE ESW-ULTIMA-DATA      TO XRF-ULTIMA-DATA.
010990     MOVE ESW-ULTIMA-HORA      TO XRF-ULTIMA-HORA.
011000     MOVE ESW-ULTIMO-JOB       TO XRF-ULTIMO-JOB.
011010     MOVE ESW-ULTIMO-RESULTADO TO XRF-ULTIMO-RESULTADO.
011020     ADD ESW-QTD-RESTANTE TO WS-XRF-APAR-DEPOIS.
011030     ADD 1 TO WS-XRF-REBOBINADOS.
011040     IF WS-XRF-ACHADO
011050         REWRITE XRF-RECORD
011060             INVALID KEY
011070                 DISPLAY "ESTORNO - ERRO AO REGRAVAR NO XREFFILE"
011080                     " - STATUS " WS-FS-XRF
011090                 GO TO 9999-ABEND
011100         END-REWRITE
011110     ELSE
011120         WRITE XRF-RECORD
011130             INVALID KEY
011140                 DISPLAY "ESTORNO - ERRO AO INCLUIR NO XREFFILE"
011150                     " - STATUS " WS-FS-XRF
011160                 GO TO 9999-ABEND
011170         END-WRITE
011180     END-IF.
011190 5300-EXIT.
011200     EXIT.
011210******************************************************************
011220*    5400-WRITE-NUMERO - ONE BEFORE/AFTER LINE PER NUMBER        *
011230******************************************************************
011240 5400-WRITE-NUMERO.
011250     MOVE ESW-CHAVE TO WS-CHAVE-MASTER-X.
011260     MOVE WS-CHAVE-MASTER  TO WS-NUM-NUMERO.
011270     MOVE WS-OCORR-ANT     TO WS-NUM-OCORR-ANT.
011280     MOVE WS-ESTORNAR      TO WS-NUM-ESTORNAR.
011290     MOVE WS-OCORR-NOVA    TO WS-NUM-OCORR-NOVA.
011300     MOVE WS-ULTIMA-ANT    TO WS-NUM-ULTIMA-ANT.
011310     MOVE WS-ULTIMA-NOVA   TO WS-NUM-ULTIMA-NOVA.
011320     MOVE WS-XRF-ANT       TO WS-NUM-XRF-ANT.
011330     MOVE ESW-QTD-RESTANTE TO WS-NUM-XRF-NOVA.
011340     MOVE SPACES TO RPT-RECORD.
011350     MOVE WS-NUM-LINHA TO RPT-LINE.
011360     WRITE RPT-RECORD.
011370 5400-EXIT.
011380     EXIT.
011390******************************************************************
011400*    6000-SUBSTITUIR-AUDITORIA - COPY THE RETAINED LINES FROM    *
011410*                                AUDFILEN BACK OVER AUDFILE,     *
011420*                                COUNTING WHAT ACTUALLY LANDS FOR*
011430*                                THE PROOF                       *
011440******************************************************************
011450 6000-SUBSTITUIR-AUDITORIA.
011460     IF NOT WS-AUD-EXISTE
011470         GO TO 6000-EXIT
011480     END-IF.
011490     OPEN INPUT AUDIT-NOVO.
011500     IF NOT WS-FS-AUN-OK
011510         DISPLAY "ESTORNO - ERRO AO REABRIR AUDFILEN - STATUS "
011520             WS-FS-AUN
011530         GO TO 9999-ABEND
011540     END-IF.
011550     OPEN OUTPUT AUDIT-FILE.
011560     IF NOT WS-FS-AUD-OK
011570         DISPLAY "ESTORNO - ERRO AO REGRAVAR AUDFILE - STATUS "
011580             WS-FS-AUD
011590         GO TO 9999-ABEND
011600     END-IF.
011610     PERFORM 6100-COPIAR-RETIDA THRU 6100-EXIT
011620         UNTIL WS-AUN-EOF.
011630     CLOSE AUDIT-NOVO.
011640     CLOSE AUDIT-FILE.
011650 6000-EXIT.
011660     EXIT.
011670******************************************************************
011680*    6100-COPIAR-RETIDA - COPY ONE RETAINED AUDIT LINE BACK      *
011690******************************************************************
011700 6100-COPIAR-RETIDA.
011710     READ AUDIT-NOVO
011720         AT END
011730             MOVE "Y" TO WS-AUN-EOF-SWITCH
011740         NOT AT END
011750             ADD 1 TO WS-AUD-DEPOIS
011760             WRITE AUD-RECORD FROM AUN-RECORD
011770     END-READ.
011780 6100-EXIT.
011790     EXIT.
011800******************************************************************
011810*    6500-RETIRAR-SAIDAS - WITHDRAW THE JOB'S PER-RUN DATASETS.  *
011820*                          THE EXTRACT GOES WHEN ITS HEADER      *
011830*                          CARRIES THE JOB ID; REJFILE, DUPFILE  *
011840*                          AND CHKFILE ONLY WHEN NO LATER        *
011850*                          EXECUTION HAS REPLACED THEM           *
011860******************************************************************
011870 6500-RETIRAR-SAIDAS.
011880     MOVE SPACES TO RPT-RECORD.
011890     WRITE RPT-RECORD.
011900     OPEN INPUT EXTRATO-FILE.
011910     IF WS-FS-EXT-OK
011920         READ EXTRATO-FILE
011930             AT END
011940                 CONTINUE
011950             NOT AT END
011960                 IF EXT-HEADER AND EXT-HDR-JOB-ID = WS-JOB-ALVO
011970                     MOVE "Y" TO WS-EXT-DO-JOB-SW
011980                 END-IF
011990         END-READ
012000         CLOSE EXTRATO-FILE
012010     END-IF.
012020     MOVE SPACES TO RPT-RECORD.
012030     IF WS-EXT-DO-JOB
012040         OPEN OUTPUT EXTRATO-FILE
012050         IF NOT WS-FS-EXT-OK
012060             DISPLAY "ESTORNO - ERRO AO ESVAZIAR EXTFILE - "
012070                 "STATUS " WS-FS-EXT
012080             GO TO 9999-ABEND
012090         END-IF
012100         CLOSE EXTRATO-FILE
012110         STRING "EXTFILE DO JOB RETIRADO - NAO CARREGAR NEM "
012120                 DELIMITED BY SIZE
012130             "TRANSMITIR COPIA ANTERIOR" DELIMITED BY SIZE
012140             INTO RPT-LINE
012150     ELSE
012160         STRING "EXTFILE NAO PERTENCE AO JOB - MANTIDO"
012170                 DELIMITED BY SIZE
012180             INTO RPT-LINE
012190     END-IF.
012200     WRITE RPT-RECORD.
012210     IF NOT WS-JOB-EH-ULTIMA
012220         MOVE SPACES TO RPT-RECORD
012230         STRING "JOB NAO E A ULTIMA EXECUCAO - REJFILE, "
012240                 DELIMITED BY SIZE
012250             "DUPFILE E CHKFILE SAO DE EXECUCAO POSTERIOR E "
012260                 DELIMITED BY SIZE
012270             "FORAM MANTIDOS"
012280                 DELIMITED BY SIZE
012290             INTO RPT-LINE
012300         WRITE RPT-RECORD
012310         GO TO 6500-EXIT
012320     END-IF.
012330     OPEN INPUT REJECT-FILE.
012340     IF WS-FS-REJ-OK
012350         PERFORM 6510-CONTAR-REJEITO THRU 6510-EXIT
012360             UNTIL WS-REJ-EOF
012370         CLOSE REJECT-FILE
012380     END-IF.
012390     OPEN OUTPUT REJECT-FILE.
012400     IF NOT WS-FS-REJ-OK
012410         DISPLAY "ESTORNO - ERRO AO ESVAZIAR REJFILE - STATUS "
012420             WS-FS-REJ
012430         GO TO 9999-ABEND
012440     END-IF.
012450     CLOSE REJECT-FILE.
012460     OPEN OUTPUT DUPLICADO-FILE.
012470     IF NOT WS-FS-DUP-OK
012480         DISPLAY "ESTORNO - ERRO AO ESVAZIAR DUPFILE - STATUS "
012490             WS-FS-DUP
012500         GO TO 9999-ABEND
012510     END-IF.
012520     CLOSE DUPLICADO-FILE.
012530     OPEN OUTPUT CHECKPOINT-FILE.
012540     IF NOT WS-FS-CHK-OK
012550         DISPLAY "ESTORNO - ERRO AO ESVAZIAR CHKFILE - STATUS "
012560             WS-FS-CHK
012570         GO TO 9999-ABEND
012580     END-IF.
012590     CLOSE CHECKPOINT-FILE.
012600     MOVE WS-QTD-REJ-RETIRADOS TO WS-QTD-ED.
012610     MOVE WS-HST-REJEITADOS    TO WS-QTD-ED2.
012620     MOVE SPACES TO RPT-RECORD.
012630     STRING "REJFILE, DUPFILE E CHKFILE DO JOB ESVAZIADOS - "
012640             DELIMITED BY SIZE
012650         "REJEITOS RETIRADOS: " DELIMITED BY SIZE
012660         WS-QTD-ED DELIMITED BY SIZE
012670         " (HSTFILE: " DELIMITED BY SIZE
012680         WS-QTD-ED2 DELIMITED BY SIZE
012690         ")" DELIMITED BY SIZE
012700         INTO RPT-LINE.
012710     WRITE RPT-RECORD.
012720 6500-EXIT.
012730     EXIT.
012740******************************************************************
012750*    6510-CONTAR-REJEITO - COUNT ONE REJFILE RECORD BEFORE IT    *
012760*                          GOES                                  *
012770******************************************************************
012780 6510-CONTAR-REJEITO.
012790     READ REJECT-FILE
012800         AT END
012810             MOVE "Y" TO WS-REJ-EOF-SWITCH
012820         NOT AT END
012830             ADD 1 TO WS-QTD-REJ-RETIRADOS
012840     END-READ.
012850 6510-EXIT.
012860     EXIT.
012870******************************************************************
012880*    7000-MARCAR-HISTORICO - STREAM HSTFILE THROUGH HSTFILEN     *
012890*                            MARKING EVERY RECORD OF THE JOB     *
012900*                            (EXECUTION AND ALERT) ESTORNADA,    *
012910*                            THEN COPY IT BACK                   *
012920******************************************************************
012930 7000-MARCAR-HISTORICO.
012940     OPEN INPUT HISTORIA-FILE.
012950     IF NOT WS-FS-HST-OK
012960         DISPLAY "ESTORNO - ERRO AO REABRIR HSTFILE - STATUS "
012970             WS-FS-HST
012980         GO TO 9999-ABEND
012990     END-IF.
013000     OPEN OUTPUT HISTORIA-NOVA.
013010     IF NOT WS-FS-HSN-OK
013020         DISPLAY "ESTORNO - ERRO AO ABRIR HSTFILEN - STATUS "
013030             WS-FS-HSN
013040         GO TO 9999-ABEND
013050     END-IF.
013060     MOVE "N" TO WS-HST-EOF-SWITCH.
013070     PERFORM 7100-MARCAR-UM THRU 7100-EXIT
013080         UNTIL WS-HST-EOF.
013090     CLOSE HISTORIA-FILE.
013100     CLOSE HISTORIA-NOVA.
013110     OPEN INPUT HISTORIA-NOVA.
013120     IF NOT WS-FS-HSN-OK
013130         DISPLAY "ESTORNO - ERRO AO REABRIR HSTFILEN - STATUS "
013140             WS-FS-HSN " - HSTFILE NAO FOI ALTERADO"
013150         GO TO 9999-ABEND
013160     END-IF.
013170     OPEN OUTPUT HISTORIA-FILE.
013180     IF NOT WS-FS-HST-OK
013190         DISPLAY "ESTORNO - ERRO AO REGRAVAR HSTFILE - STATUS "
013200             WS-FS-HST " - HSTFILEN CONTEM A COPIA MARCADA"
013210         GO TO 9999-ABEND
013220     END-IF.
013230     PERFORM 7200-COPIAR-HISTORIA THRU 7200-EXIT
013240         UNTIL WS-HSN-EOF.
013250     CLOSE HISTORIA-NOVA.
013260     CLOSE HISTORIA-FILE.
013270 7000-EXIT.
013280     EXIT.
013290******************************************************************
013300*    7100-MARCAR-UM - ONE HSTFILE RECORD TO THE WORK DATASET     *
013310******************************************************************
013320 7100-MARCAR-UM.
013330     READ HISTORIA-FILE
013340         AT END
013350             MOVE "Y" TO WS-HST-EOF-SWITCH
013360             GO TO 7100-EXIT
013370     END-READ.
013380     IF HST-JOB-ID = WS-JOB-ALVO AND NOT HST-ESTORNADA
013390         MOVE "S" TO HST-ESTORNO
013400         MOVE WS-DATA-SISTEMA TO HST-DATA-ESTORNO
013410         ADD 1 TO WS-HST-MARCADOS
013420         IF HST-EXECUCAO
013430             ADD 1 TO WS-HST-EXEC-MARCADAS
013440         END-IF
013450     END-IF.
013460     WRITE HSN-RECORD FROM HST-RECORD.
013470 7100-EXIT.
013480     EXIT.
013490******************************************************************
013500*    7200-COPIAR-HISTORIA - COPY ONE HISTORY RECORD BACK         *
013510******************************************************************
013520 7200-COPIAR-HISTORIA.
013530     READ HISTORIA-NOVA
013540         AT END
013550             MOVE "Y" TO WS-HSN-EOF-SWITCH
013560         NOT AT END
013570             WRITE HST-RECORD FROM HSN-RECORD
013580     END-READ.
013590 7200-EXIT.
013600     EXIT.
013610******************************************************************
013620*    7500-REABRIR-DIA - PUT THE BUSINESS DATE BACK TO ABERTO     *
013630******************************************************************
013640 7500-REABRIR-DIA.
013650     IF WS-RCT-ACHADO
013660         MOVE "A" TO RCT-STATUS
013670         PERFORM 7510-CARIMBAR THRU 7510-EXIT
013680         REWRITE RCT-RECORD
013690             INVALID KEY
013700                 DISPLAY "ESTORNO - ERRO AO REGRAVAR NO RUNCTL"
013710                     " - STATUS " WS-FS-RCT
013720                 MOVE "Y" TO WS-DIVERGENCIA-SWITCH
013730         END-REWRITE
013740     ELSE
013750         MOVE SPACES TO RCT-RECORD
013760         MOVE WS-DATA-NEGOCIO-X TO RCT-CHAVE
013770         MOVE "A" TO RCT-STATUS
013780         PERFORM 7510-CARIMBAR THRU 7510-EXIT
013790         WRITE RCT-RECORD
013800             INVALID KEY
013810                 DISPLAY "ESTORNO - ERRO AO INCLUIR NO RUNCTL"
013820                     " - STATUS " WS-FS-RCT
013830                 MOVE "Y" TO WS-DIVERGENCIA-SWITCH
013840         END-WRITE
013850     END-IF.
013860     CLOSE RUNCTL-FILE.
013870     DISPLAY "ESTORNO - DIA " WS-DATA-NEGOCIO
013880         " REABERTO - STATUS ANTERIOR " WS-RCT-STATUS-ANT.
013890 7500-EXIT.
013900     EXIT.
013910******************************************************************
013920*    7510-CARIMBAR - COMMON UPDATE STAMP                         *
013930******************************************************************
013940 7510-CARIMBAR.
013950     MOVE WS-DATA-SISTEMA TO RCT-DATA-ATUALIZACAO.
013960     MOVE WS-HORA-SISTEMA TO RCT-HORA-ATUALIZACAO.
013970     MOVE WS-JOB-ID       TO RCT-JOB-ID.
013980 7510-EXIT.
013990     EXIT.
014000******************************************************************
014010*    7600-REBOBINAR-MARCAS - PUT BACK EVERY BRANCH HIGH-WATER    *
014020*                            MARK THE JOB MOVED ON ITS BUSINESS  *
014030*                            DATE.  A MARK A LATER JOB HAS MOVED *
014040*                            SINCE IS LEFT ALONE - IT NO LONGER  *
014050*                            BELONGS TO THIS JOB                 *
014060******************************************************************
014070 7600-REBOBINAR-MARCAS.
014080     OPEN I-O MARCA-FILE.
014090     IF WS-FS-HWM-INEXISTENTE
014100         GO TO 7600-EXIT
014110     END-IF.
014120     IF NOT WS-FS-HWM-OK
014130         DISPLAY "ESTORNO - HWMFILE INDISPONIVEL - STATUS "
014140             WS-FS-HWM " - MARCAS DE SEQUENCIA NAO REBOBINADAS"
014150         MOVE "Y" TO WS-DIVERGENCIA-SWITCH
014160         GO TO 7600-EXIT
014170     END-IF.
014180     MOVE "Y" TO WS-MARCA-ATIVA-SW.
014190     MOVE "N" TO WS-HWM-EOF-SWITCH.
014200     PERFORM 7610-REBOBINAR-UMA THRU 7610-EXIT
014210         UNTIL WS-HWM-EOF.
014220     CLOSE MARCA-FILE.
014230 7600-EXIT.
014240     EXIT.
014250******************************************************************
014260*    7610-REBOBINAR-UMA - ONE BRANCH MARK - RESTORE THE MARK     *
014270*                         SAVED BEFORE THE JOB, OR DELETE A MARK *
014280*                         THE JOB CREATED                        *
014290******************************************************************
014300 7610-REBOBINAR-UMA.
014310     READ MARCA-FILE NEXT RECORD
014320         AT END
014330             MOVE "Y" TO WS-HWM-EOF-SWITCH
014340             GO TO 7610-EXIT
014350     END-READ.
014360     IF HWM-JOB-ID NOT = WS-JOB-ALVO
014370        OR HWM-DATA-NEGOCIO NOT = WS-DATA-NEGOCIO
014380         GO TO 7610-EXIT
014390     END-IF.
014400     MOVE HWM-ULTIMO-NUMERO TO WS-MARCA-ED.
014410     MOVE SPACES TO RPT-RECORD.
014420     IF HWM-HAVIA-MARCA
014430         MOVE HWM-MARCA-ANTERIOR TO HWM-ULTIMO-NUMERO
014440         MOVE HWM-MARCA-ANTERIOR TO WS-MARCA-ED2
014450         MOVE ZERO TO HWM-MARCA-ANTERIOR
014460         MOVE "N" TO HWM-TEM-ANTERIOR
014470         MOVE WS-JOB-ID TO HWM-JOB-ID
014480         MOVE WS-DATA-SISTEMA TO HWM-DATA-ATUALIZACAO
014490         MOVE WS-HORA-SISTEMA TO HWM-HORA-ATUALIZACAO
014500         REWRITE HWM-RECORD
014510             INVALID KEY
014520                 DISPLAY "ESTORNO - ERRO AO REGRAVAR NO HWMFILE"
014530                     " - STATUS " WS-FS-HWM
014540                 MOVE "Y" TO WS-DIVERGENCIA-SWITCH
014550         END-REWRITE
014560         ADD 1 TO WS-HWM-RESTAURADAS
014570         STRING "HWMFILE - FILIAL " DELIMITED BY SIZE
014580             HWM-FILIAL DELIMITED BY SIZE
014590             " MARCA " DELIMITED BY SIZE
014600             WS-MARCA-ED DELIMITED BY SIZE
014610             " RESTAURADA PARA " DELIMITED BY SIZE
014620             WS-MARCA-ED2 DELIMITED BY SIZE
014630             INTO RPT-LINE
014640     ELSE
014650         DELETE MARCA-FILE RECORD
014660             INVALID KEY
014670                 DISPLAY "ESTORNO - ERRO AO EXCLUIR DO HWMFILE"
014680                     " - STATUS " WS-FS-HWM
014690                 MOVE "Y" TO WS-DIVERGENCIA-SWITCH
014700         END-DELETE
014710         ADD 1 TO WS-HWM-EXCLUIDAS
014720         STRING "HWMFILE - FILIAL " DELIMITED BY SIZE
014730             HWM-FILIAL DELIMITED BY SIZE
014740             " MARCA " DELIMITED BY SIZE
014750             WS-MARCA-ED DELIMITED BY SIZE
014760             " EXCLUIDA - CRIADA PELO JOB" DELIMITED BY SIZE
014770             INTO RPT-LINE
014780     END-IF.
014790     WRITE RPT-RECORD.
014800 7610-EXIT.
014810     EXIT.
014820******************************************************************
014830*    8000-WRITE-PROVA - THE PROOF SECTION - EVERY CONTROL COUNT  *
014840*                       THE JOB MOVED, AGAINST ITS PRE-RUN VALUE *
014850******************************************************************
014860 8000-WRITE-PROVA.
014870     MOVE SPACES TO RPT-RECORD.
014880     WRITE RPT-RECORD.
014890     MOVE SPACES TO RPT-RECORD.
014900     STRING "PROVA DO ESTORNO" DELIMITED BY SIZE
014910         INTO RPT-LINE.
014920     WRITE RPT-RECORD.
014930     MOVE "AUDFILE - LINHAS APOS O ESTORNO" TO WS-PROVA-TEXTO.
014940     COMPUTE WS-PROVA-ESPERADO = WS-AUD-ANTES - WS-AUD-ESTORNADAS.
014950     MOVE WS-AUD-DEPOIS TO WS-PROVA-APURADO.
014960     MOVE "D" TO WS-PROVA-TIPO.
014970     PERFORM 8900-WRITE-PROVA THRU 8900-EXIT.
014980     IF WS-JOB-TEVE-REINICIO
014990         MOVE "A" TO WS-PROVA-TIPO
015000     END-IF.
015010     MOVE "AUDFILE - LINHAS PAR ESTORNADAS" TO WS-PROVA-TEXTO.
015020     MOVE WS-HST-PAR TO WS-PROVA-ESPERADO.
015030     MOVE WS-AUD-EST-PAR TO WS-PROVA-APURADO.
015040     PERFORM 8900-WRITE-PROVA THRU 8900-EXIT.
015050     MOVE "AUDFILE - LINHAS IMPAR ESTORNADAS" TO WS-PROVA-TEXTO.
015060     MOVE WS-HST-IMPAR TO WS-PROVA-ESPERADO.
015070     MOVE WS-AUD-EST-IMPAR TO WS-PROVA-APURADO.
015080     PERFORM 8900-WRITE-PROVA THRU 8900-EXIT.
015090     MOVE "DUPFILE - CHEGADAS QUARENTENADAS ESTORNADAS"
015100         TO WS-PROVA-TEXTO.
015110     COMPUTE WS-PROVA-ESPERADO = WS-HST-LIDOS - WS-HST-PAR
015120         - WS-HST-IMPAR - WS-HST-REJEITADOS.
015130     MOVE WS-QTD-QUARENTENA TO WS-PROVA-APURADO.
015140     PERFORM 8900-WRITE-PROVA THRU 8900-EXIT.
015150     MOVE "D" TO WS-PROVA-TIPO.
015160     IF WS-MASTER-ATIVO
015170         PERFORM 8100-PROVA-MASTER THRU 8100-EXIT
015180     END-IF.
015190     IF WS-XREF-ATIVO
015200         MOVE "XREFFILE - APARICOES APOS O ESTORNO"
015210             TO WS-PROVA-TEXTO
015220         COMPUTE WS-PROVA-ESPERADO =
015230             WS-XRF-APAR-ANTES - WS-AUD-ESTORNADAS
015240         MOVE WS-XRF-APAR-DEPOIS TO WS-PROVA-APURADO
015250         PERFORM 8900-WRITE-PROVA THRU 8900-EXIT
015260         MOVE WS-XRF-EXCLUIDOS   TO WS-QTD-ED
015270         MOVE WS-XRF-REBOBINADOS TO WS-QTD-ED2
015280         MOVE SPACES TO RPT-RECORD
015290         STRING "XREFFILE - ENTRADAS EXCLUIDAS: "
015300                 DELIMITED BY SIZE
015310             WS-QTD-ED DELIMITED BY SIZE
015320             "  REBOBINADAS: " DELIMITED BY SIZE
015330             WS-QTD-ED2 DELIMITED BY SIZE
015340             INTO RPT-LINE
015350         WRITE RPT-RECORD
015360     END-IF.
015370     IF WS-MARCA-ATIVA
015380         MOVE WS-HWM-RESTAURADAS TO WS-QTD-ED
015390         MOVE WS-HWM-EXCLUIDAS   TO WS-QTD-ED2
015400         MOVE SPACES TO RPT-RECORD
015410         STRING "HWMFILE - MARCAS DE SEQUENCIA RESTAURADAS: "
015420                 DELIMITED BY SIZE
015430             WS-QTD-ED DELIMITED BY SIZE
015440             "  EXCLUIDAS: " DELIMITED BY SIZE
015450             WS-QTD-ED2 DELIMITED BY SIZE
015460             INTO RPT-LINE
015470         WRITE RPT-RECORD
015480     END-IF.
015490     MOVE "HSTFILE - EXECUCOES MARCADAS ESTORNADAS"
015500         TO WS-PROVA-TEXTO.
015510     MOVE WS-QTD-EXECUCOES TO WS-PROVA-ESPERADO.
015520     MOVE WS-HST-EXEC-MARCADAS TO WS-PROVA-APURADO.
015530     PERFORM 8900-WRITE-PROVA THRU 8900-EXIT.
015540     MOVE SPACES TO RPT-RECORD.
015550     STRING "RUNCTL - DIA " DELIMITED BY SIZE
015560         WS-DATA-NEGOCIO DELIMITED BY SIZE
015570         " STATUS ANTERIOR " DELIMITED BY SIZE
015580         WS-RCT-STATUS-ANT DELIMITED BY SIZE
015590         " - STATUS ATUAL A (ABERTO)" DELIMITED BY SIZE
015600         INTO RPT-LINE.
015610     WRITE RPT-RECORD.
015620     MOVE SPACES TO RPT-RECORD.
015630     WRITE RPT-RECORD.
015640     MOVE SPACES TO RPT-RECORD.
015650     IF WS-HA-DIVERGENCIA
015660         STRING "ESTORNO COM DIVERGENCIA - CONFERIR ANTES DE "
015670                 DELIMITED BY SIZE
015680             "REPROCESSAR O DIA" DELIMITED BY SIZE
015690             INTO RPT-LINE
015700     ELSE
015710         STRING "ESTORNO CONFERIDO - TODAS AS CONTAGENS VOLTARAM "
015720                 DELIMITED BY SIZE
015730             "AO VALOR ANTERIOR A EXECUCAO" DELIMITED BY SIZE
015740             INTO RPT-LINE
015750     END-IF.
015760     WRITE RPT-RECORD.
015770     DISPLAY "ESTORNO - JOB " WS-JOB-ALVO " - " RPT-LINE.
015780 8000-EXIT.
015790     EXIT.
015800******************************************************************
015810*    8100-PROVA-MASTER - MASTER OCCURRENCE PROOF AND RECORD      *
015820*                        COUNTS                                  *
015830******************************************************************
015840 8100-PROVA-MASTER.
015850     MOVE "MSTFILE - OCORRENCIAS ESTORNADAS" TO WS-PROVA-TEXTO.
015860     COMPUTE WS-PROVA-ESPERADO =
015870         WS-AUD-ESTORNADAS + WS-QTD-QUARENTENA.
015880     MOVE WS-MST-OCORR-ESTORNADAS TO WS-PROVA-APURADO.
015890     PERFORM 8900-WRITE-PROVA THRU 8900-EXIT.
015900     MOVE "MSTFILE - OCORRENCIAS APOS O ESTORNO"
015910         TO WS-PROVA-TEXTO.
015920     COMPUTE WS-PROVA-ESPERADO =
015930         WS-MST-OCORR-ANTES - WS-MST-OCORR-ESTORNADAS.
015940     MOVE WS-MST-OCORR-DEPOIS TO WS-PROVA-APURADO.
015950     PERFORM 8900-WRITE-PROVA THRU 8900-EXIT.
015960     MOVE "MSTFILE - CONTEXTO DA QUARENTENA CONFERIDO"
015970         TO WS-PROVA-TEXTO.
015980     COMPUTE WS-PROVA-ESPERADO =
015990         WS-CTX-CONFERIDOS + WS-CTX-DIVERGENTES.
016000     MOVE WS-CTX-CONFERIDOS TO WS-PROVA-APURADO.
016010     PERFORM 8900-WRITE-PROVA THRU 8900-EXIT.
016020     MOVE "MSTFILE - NUMEROS AUSENTES DO MASTER"
016030         TO WS-PROVA-TEXTO.
016040     MOVE ZERO TO WS-PROVA-ESPERADO.
016050     MOVE WS-MST-AUSENTES TO WS-PROVA-APURADO.
016060     PERFORM 8900-WRITE-PROVA THRU 8900-EXIT.
016070     MOVE WS-QTD-NUMEROS      TO WS-QTD-ED.
016080     MOVE WS-MST-EXCLUIDOS    TO WS-QTD-ED2.
016090     MOVE WS-MST-RETROCEDIDOS TO WS-QTD-ED3.
016100     MOVE WS-MST-ESTIMADAS    TO WS-QTD-ED4.
016110     MOVE SPACES TO RPT-RECORD.
016120     STRING "MSTFILE - NUMEROS: " DELIMITED BY SIZE
016130         WS-QTD-ED DELIMITED BY SIZE
016140         "  CRIADOS PELO JOB E EXCLUIDOS: " DELIMITED BY SIZE
016150         WS-QTD-ED2 DELIMITED BY SIZE
016160         "  RETROCEDIDOS: " DELIMITED BY SIZE
016170         WS-QTD-ED3 DELIMITED BY SIZE
016180         "  ULTIMA DATA ESTIMADA: " DELIMITED BY SIZE
016190         WS-QTD-ED4 DELIMITED BY SIZE
016200         INTO RPT-LINE.
016210     WRITE RPT-RECORD.
016220 8100-EXIT.
016230     EXIT.
016240******************************************************************
016250*    8900-WRITE-PROVA - ONE PROOF LINE - EXPECTED VERSUS FOUND   *
016260******************************************************************
016270 8900-WRITE-PROVA.
016280     MOVE WS-PROVA-ESPERADO TO WS-PROVA-ESP-ED.
016290     MOVE WS-PROVA-APURADO  TO WS-PROVA-APU-ED.
016300     IF WS-PROVA-ESPERADO = WS-PROVA-APURADO
016310         MOVE "CONFERE" TO WS-PROVA-VEREDITO
016320     ELSE
016330         IF WS-PROVA-AVISO
016340             MOVE "AVISO" TO WS-PROVA-VEREDITO
016350         ELSE
016360             MOVE "DIVERGE" TO WS-PROVA-VEREDITO
016370             MOVE "Y" TO WS-DIVERGENCIA-SWITCH
016380         END-IF
016390     END-IF.
016400     MOVE SPACES TO RPT-RECORD.
016410     MOVE WS-PROVA-LINHA TO RPT-LINE.
016420     WRITE RPT-RECORD.
016430 8900-EXIT.
016440     EXIT.
016450******************************************************************
016460*    9000-AUTORIZAR - THE OPERATOR ON ESTPARM MUST HOLD THE      *
016470*                     OPRFILE GRANT FOR THE BACKOUT.  OPRAUT     *
016480*                     JOURNALS A REFUSAL ITSELF                  *
016490******************************************************************
016500 9000-AUTORIZAR.
016510     MOVE "V"          TO AUT-OPERACAO.
016520     MOVE WS-OPERADOR  TO AUT-OPERADOR.
016530     MOVE "ESTORNO"    TO AUT-PROGRAMA.
016540     MOVE "ES"         TO AUT-FUNCAO.
016550     MOVE WS-JOB-ID    TO AUT-JOB-ID.
016560     MOVE ZERO         TO AUT-QTD.
016570     MOVE SPACES       TO AUT-RESULTADO.
016580     PERFORM 9200-PREENCHER-DIARIO THRU 9200-EXIT.
016590     CALL "OPRAUT" USING AUT-AREA.
016600     IF NOT AUT-AUTORIZADO
016610         MOVE SPACES TO RPT-RECORD
016620         STRING "ESTORNO RECUSADO - OPERADOR " DELIMITED BY SIZE
016630             WS-OPERADOR DELIMITED BY SIZE
016640             " SEM AUTORIZACAO ESTORNO ES NO OPRFILE"
016650                 DELIMITED BY SIZE
016660             INTO RPT-LINE
016670         WRITE RPT-RECORD
016680         DISPLAY "ESTORNO - ESTORNO DO JOB " WS-JOB-ALVO
016690             " RECUSADO - OPERADOR " WS-OPERADOR
016700         GO TO 9999-ABEND
016710     END-IF.
016720     MOVE "Y" TO WS-DIARIO-PENDENTE-SW.
016730 9000-EXIT.
016740     EXIT.
016750******************************************************************
016760*    9100-REGISTRAR-DIARIO - JOURNAL THE OUTCOME OF THE          *
016770*                            AUTHORIZED ACTION                   *
016780******************************************************************
016790 9100-REGISTRAR-DIARIO.
016800     MOVE "J" TO AUT-OPERACAO.
016810     CALL "OPRAUT" USING AUT-AREA.
016820     IF NOT AUT-AUTORIZADO
016830         DISPLAY "ESTORNO - AVISO - ACAO NAO REGISTRADA NO "
016840             "JRNFILE - RETORNO " AUT-RETORNO
016850     END-IF.
016860 9100-EXIT.
016870     EXIT.
016880******************************************************************
016890*    9200-PREENCHER-DIARIO - JOURNAL TARGET: THE JOB, ITS        *
016900*                            BUSINESS DATE AND THE AUDIT LINES   *
016910*                            REVERSED SO FAR                     *
016920******************************************************************
016930 9200-PREENCHER-DIARIO.
016940     MOVE WS-JOB-ALVO TO AUT-ALVO.
016950     MOVE SPACES TO AUT-COMPLEMENTO.
016960     STRING "NEGOCIO " DELIMITED BY SIZE
016970         WS-DATA-NEGOCIO-X DELIMITED BY SIZE
016980         INTO AUT-COMPLEMENTO.
016990     MOVE WS-AUD-ESTORNADAS TO AUT-QTD.
017000 9200-EXIT.
017010     EXIT.
017020******************************************************************
017030*    9999-ABEND - COMMON ERROR EXIT                              *
017040******************************************************************
017050 9999-ABEND.
017060     IF WS-DIARIO-PENDENTE
017070         MOVE "ABORTADO" TO AUT-RESULTADO
017080         PERFORM 9200-PREENCHER-DIARIO THRU 9200-EXIT
017090         MOVE "N" TO WS-DIARIO-PENDENTE-SW
017100         PERFORM 9100-REGISTRAR-DIARIO THRU 9100-EXIT
017110     END-IF.
017120     STOP RUN WITH ERROR STATUS 16.
017130 9999-EXIT.
017140     EXIT.
017150 END PROGRAM ESTORNO.
