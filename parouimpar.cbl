002250* 02/09/2026 GB    RESEQUENCED THE SEQUENCE-NUMBER AREA (COLUMNS
002260*                  1-6) THROUGHOUT THE PROGRAM - SUCCESSIVE
002270*                  INSERTIONS HAD LEFT DUPLICATE VALUES.
002280* 15/10/2026 GB    ADDED PER-BRANCH TICKET SEQUENCE CONTROL
002290*                  (HWMFILE, SEE HWMREC) - THE HIGHEST NUMBER
002300*                  ACCEPTED PER NUM-FILIAL BRANCH CODE IS KEPT
002310*                  ACROSS BUSINESS DAYS.  3700-CONTROLAR-SEQUENCIA
002320*                  CHECKS EVERY CLASSIFIED NUMBER AGAINST IT; THE
002330*                  SEQLIST LISTING SHOWS PER BRANCH THE SKIPPED
002340*                  RANGES (MISSING TICKETS), THE NUMBERS THAT
002350*                  ARRIVED AT OR BELOW THE MARK AND THE NEW MARK,
002360*                  AND EACH SOURCE SUBTOTAL CARRIES THE SAME
002370*                  FIGURES.  SIMULATION MODE READS BUT NEVER
002380*                  UPDATES THE MARKS; AN UNAVAILABLE HWMFILE TURNS
002390*                  THE CONTROL OFF WITH A CONSOLE WARNING.
002400* 15/10/2026 GB    RESEQUENCED THE SEQUENCE-NUMBER AREA (COLUMNS
002410*                  1-6) THROUGHOUT THE PROGRAM - SUCCESSIVE
002420*                  INSERTIONS HAD LEFT DUPLICATE VALUES.
002430* 15/10/2026 GB    ADDED CHECK-DIGIT VALIDATION - FILFILE NOW
002440*                  NAMES EACH BRANCH'S SCHEME (FIL-DIGITO-VERIF:
002450*                  NONE, MODULUS 11 OR MODULUS 10/LUHN).  A VALUE
002460*                  THAT IS NUMERIC AND IN RANGE BUT FAILS ITS
002470*                  BRANCH'S CHECK DIGIT IS REJECTED BY 4200-
002480*                  CONFERIR-DIGITO UNDER REJ-CODIGO "04"; THE
002490*                  SOURCE SUBTOTAL, THE FINAL SUMMARY AND
002500*                  HST-QTD-REJ-DV CARRY THE COUNT.  FOR A BRANCH
002502*                  WITH A SCHEME THE TICKET-SEQUENCE CONTROL AND
002504*                  HWMFILE USE THE NUMBER WITHOUT ITS CHECK DIGIT.
002510* 15/10/2026 GB    ADDED THE BRANCH ACKNOWLEDGEMENT (RETORNO) - AT
002520*                  THE END OF A LIVE RUN 8900-GRAVAR-RETORNOS
002530*                  WRITES ONE RETREC DATASET PER SUBMITTING BRANCH
002540*                  ("RET" + NUM-FILIAL + BUSINESS DATE + RUN TIME)
002550*                  WITH THE RUN'S COUNTS FOR THAT BRANCH, EVERY
002560*                  REJECTED AND QUARANTINED VALUE IT SENT, AND A
002570*                  TRAILER THAT ANSWERS ITS OWN HEADER/TRAILER
002580*                  CONTROL COUNTS.
002590*                  7400-ACUMULAR-RETORNO GATHERS THE PER-SOURCE
002600*                  COUNTS BY BRANCH AS EACH SOURCE IS CLOSED OFF.
002640* 15/10/2026 GB    HST-QTD-QUARENTENA NOW CARRIES THE RUN'S
002650*                  QUARANTINED DUPLICATES ON THE HSTFILE EXECUTION
002660*                  RECORD, FOR THE MONTH-END CLOSE (FECHMES).
002670* 15/10/2026 GB    1145-VERIFICAR-MES REFUSES A LIVE RUN WHOSE
002680*                  BUSINESS DATE FALLS IN A MONTH CLOSED ON
002690*                  MESFILE (SEE MESREC).  PRM-FORCAR DOES NOT
002700*                  OVERRIDE IT - THE MONTH MUST FIRST BE REOPENED
002710*                  BY FECHMES. SIMULATION RUNS ARE NOT AFFECTED.
002740* 15/10/2026 GB    ADDED THE PER-BRANCH RUN STATISTICS (STSFILE,
002750*                  SEE STSREC) - AT THE END OF A LIVE RUN
002760*                  8960-GRAVAR-ESTATISTICAS APPENDS ONE RECORD PER
002770*                  SUBMITTING BRANCH WITH ITS VOLUME, PAR/IMPAR
002780*                  SPLIT AND PAR SHARE, REJECT RATE, QUARANTINED
002790*                  COUNT AND LAST-DIGIT DISTRIBUTION, FOR THE
002800*                  ANOMALIA BASELINE COMPARISON. THE DIGITS ARE
002810*                  GATHERED PER SOURCE IN 3400-ACUMULAR-
002820*                  ESTATISTICA AND ADDED TO THE BRANCH IN
002830*                  7400-ACUMULAR-RETORNO.
002860* 15/10/2026 GB    ADDED THE PARTITIONED RUN. PARTICAO SPLITS
002870*                  NUMFILE BY BRANCH INTO NUMP1 TO NUMP9 AND
002880*                  WRITES THE SOURCE MAP TO PARTCTL. WITH
002890*                  ENVIRONMENT PARTICAO SET TO 1 TO 9 THIS PROGRAM
002900*                  CLASSIFIES THAT PARTITION UNDER THE JOB STAMP
002910*                  ON PARTCTL INTO ITS OWN RPTP, REJP, CHKP, AUDP,
002920*                  EXTP, DUPP, SEQP AND STSP FILES, KEEPS ITS
002930*                  REPORT AND SEQLIST BODY ON CPOP TAGGED WITH THE
002940*                  SOURCE NUMBER IN THE WHOLE NUMFILE, AND ENDS
002950*                  WITH ITS RUN TOTALS ON PCTP. WITH PARTICAO=C IT
002960*                  CONSOLIDATES: SORTS THE BODIES BACK INTO
002970*                  NUMFILE ORDER INTO ONE PARIMPAR-RPT AND SEQLIST
002980*                  WITH THE USUAL SUMMARY, COMPLETENESS AND
002990*                  STATISTICS PAGES, MERGES THE REJECTS,
003000*                  QUARANTINE, EXTRACT DETAILS, AUDIT TRAIL AND
003010*                  BRANCH STATISTICS, AND WRITES THE RUN HISTORY
003020*                  AND RUNCTL ONCE. A PARTITION THAT DID NOT
003030*                  FINISH IS NAMED AND ONLY IT IS RERUN.
003040* 15/10/2026 GB    A PARTITION RETRIES A MASTER OR CROSS-REFERENCE
003050*                  RECORD HELD OR JUST INCLUDED BY ANOTHER
003060*                  PARTITION, AND STOPS RATHER THAN RUN WITH
003070*                  EITHER FILE UNAVAILABLE.
003100* 15/10/2026 GB    EVERY DETAIL CARRYING A RECYCLE-ATTEMPT COUNTER
003110*                  IS COUNTED PER SOURCE AND PER BRANCH AND
003120*                  WRITTEN TO STSFILE (STS-QTD-RECICLADOS) SO THE
003130*                  MONTHLY CHARGEBACK CAN PRICE RECYCLED RECORDS.
003140* 15/10/2026 GB    THE CONSOLIDATION WRITES REJFILE, DUPFILE, THE
003150*                  EXTFILE DETAILS AND AUDFILE IN NUMFILE ORDER,
003160*                  AS A SINGLE RUN WOULD, RATHER THAN PARTITION BY
003170*                  PARTITION. A PARTITION STEP NOW ALSO PUTS ITS
003180*                  REJECTS, QUARANTINE AND EXTRACT DETAILS ON CPOP
003190*                  AND KEYS EACH AUDP LINE WITH THE SOURCE NUMBER
003200*                  AND THE RECORD'S POSITION IN THE PARTITION; THE
003210*                  CONSOLIDATION SORTS BOTH ON THAT KEY.
003220* 15/10/2026 GB    THE CONSOLIDATION EMPTIES EACH AUDP AND STSP
003230*                  ONCE IT IS COPIED, SO A RERUN OF A FAILED
003240*                  CONSOLIDATION DOES NOT APPEND THE SAME AUDIT
003250*                  LINES AND BRANCH STATISTICS A SECOND TIME.
003260* 15/10/2026 GB    A PARTCTL THAT CANNOT BE EMPTIED AT THE END OF
003270*                  THE CONSOLIDATION NOW STOPS THE RUN WITH ERROR
003280*                  STATUS 16.
003310******************************************************************
003320 IDENTIFICATION DIVISION.
003330 PROGRAM-ID. IMPAROUPAR.
003340 ENVIRONMENT DIVISION.
003350 INPUT-OUTPUT SECTION.
003360 FILE-CONTROL.
003370     SELECT NUMERO-FILE ASSIGN TO WS-NOME-NUMERO
003380         ORGANIZATION IS LINE SEQUENTIAL
003390         FILE STATUS IS WS-FS-NUMERO.
003400     SELECT PARIMPAR-RPT ASSIGN TO WS-NOME-RPT
003410         ORGANIZATION IS LINE SEQUENTIAL
003420         FILE STATUS IS WS-FS-RPT.
003430     SELECT REJECT-FILE ASSIGN TO WS-NOME-REJ
003440         ORGANIZATION IS LINE SEQUENTIAL
003450         FILE STATUS IS WS-FS-REJ.
003460     SELECT CHECKPOINT-FILE ASSIGN TO WS-NOME-CHK
003470         ORGANIZATION IS LINE SEQUENTIAL
003480         FILE STATUS IS WS-FS-CHK.
003490     SELECT AUDIT-FILE ASSIGN TO WS-NOME-AUD
003500         ORGANIZATION IS LINE SEQUENTIAL
003510         FILE STATUS IS WS-FS-AUD.
003520     SELECT PARM-FILE ASSIGN TO "PARMFILE"
003530         ORGANIZATION IS LINE SEQUENTIAL
003540         FILE STATUS IS WS-FS-PRM.
003550     SELECT HISTORIA-FILE ASSIGN TO "HSTFILE"
003560         ORGANIZATION IS LINE SEQUENTIAL
003570         FILE STATUS IS WS-FS-HST.
003580     SELECT EXTRATO-FILE ASSIGN TO WS-NOME-EXT
003590         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-FS-EXT.
003610     SELECT MASTER-FILE ASSIGN TO "MSTFILE"
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS RANDOM
003640         RECORD KEY IS MST-CHAVE
003650         FILE STATUS IS WS-FS-MST.
003660     SELECT FILIAL-FILE ASSIGN TO "FILFILE"
003670         ORGANIZATION IS LINE SEQUENTIAL
003680         FILE STATUS IS WS-FS-FIL.
003690     SELECT SIMULACAO-RPT ASSIGN TO "SIMLIST"
003700         ORGANIZATION IS LINE SEQUENTIAL
003710         FILE STATUS IS WS-FS-SIM.
003720     SELECT XREF-FILE ASSIGN TO "XREFFILE"
003730         ORGANIZATION IS INDEXED
003740         ACCESS MODE IS RANDOM
003750         RECORD KEY IS XRF-CHAVE
003760         FILE STATUS IS WS-FS-XRF.
003770     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003780         ORGANIZATION IS INDEXED
003790         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS RCT-CHAVE
003810         FILE STATUS IS WS-FS-RCT.
003820     SELECT DUPLICADO-FILE ASSIGN TO WS-NOME-DUP
003830         ORGANIZATION IS LINE SEQUENTIAL
003840         FILE STATUS IS WS-FS-DUP.
003850     SELECT RETORNO-FILE ASSIGN TO WS-NOME-RETORNO
003860         ORGANIZATION IS LINE SEQUENTIAL
003870         FILE STATUS IS WS-FS-RET.
003880     SELECT ACEITE-FILE ASSIGN TO "ACEFILE"
003890         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-FS-ACE.
003910     SELECT MARCA-FILE ASSIGN TO "HWMFILE"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS RANDOM
003940         RECORD KEY IS HWM-FILIAL
003950         FILE STATUS IS WS-FS-HWM.
003960     SELECT MES-FILE ASSIGN TO "MESFILE"
003970         ORGANIZATION IS INDEXED
003980         ACCESS MODE IS RANDOM
003990         RECORD KEY IS MES-CHAVE
004000         FILE STATUS IS WS-FS-MES.
004010     SELECT SEQUENCIA-RPT ASSIGN TO WS-NOME-SEQ
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-FS-SEQ.
004040     SELECT ESTATISTICA-FILE ASSIGN TO WS-NOME-STS
004050         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-FS-STS.
004070     SELECT CONTROLE-PRT-FILE ASSIGN TO "PARTCTL"
004080         ORGANIZATION IS LINE SEQUENTIAL
004090         FILE STATUS IS WS-FS-PTC.
004100     SELECT TOTAIS-PRT-FILE ASSIGN TO WS-NOME-PCT
004110         ORGANIZATION IS LINE SEQUENTIAL
004120         FILE STATUS IS WS-FS-PCT.
004130     SELECT CORPO-FILE ASSIGN TO WS-NOME-CPO
004140         ORGANIZATION IS LINE SEQUENTIAL
004150         FILE STATUS IS WS-FS-CPO.
004160     SELECT PARCIAL-FILE ASSIGN TO WS-NOME-PARCIAL
004170         ORGANIZATION IS LINE SEQUENTIAL
004180         FILE STATUS IS WS-FS-PCL.
004190     SELECT SRT-FILE ASSIGN TO "SRTWORK".
004200 DATA DIVISION.
004210 FILE SECTION.
004220 FD  NUMERO-FILE
004230     RECORDING MODE IS F.
004240     COPY NUMREC.
004250 FD  PARIMPAR-RPT
004260     RECORDING MODE IS F.
004270     COPY RPTREC.
004280 FD  REJECT-FILE
004290     RECORDING MODE IS F.
004300     COPY REJREC.
004310 FD  CHECKPOINT-FILE
004320     RECORDING MODE IS F.
004330     COPY CHKREC.
004340 FD  AUDIT-FILE
004350     RECORDING MODE IS F.
004360     COPY AUDREC.
004370 01  AUD-RECORD-PARTICAO.
004380     05  AUD-PRT-FONTE       PIC 9(04).
004390     05  AUD-PRT-POSICAO     PIC 9(09).
004400     05  AUD-PRT-LINHA       PIC X(57).
004410 FD  PARM-FILE
004420     RECORDING MODE IS F.
004430     COPY PRMREC.
004440 FD  HISTORIA-FILE
004450     RECORDING MODE IS F.
004460     COPY HSTREC.
004470 FD  EXTRATO-FILE
004480     RECORDING MODE IS F.
004490     COPY EXTREC.
004500 FD  MASTER-FILE.
004510     COPY MSTREC.
004520 FD  FILIAL-FILE
004530     RECORDING MODE IS F.
004540     COPY FILREC.
004550 FD  SIMULACAO-RPT
004560     RECORDING MODE IS F.
004570 01  SIM-RECORD              PIC X(132).
004580 FD  XREF-FILE.
004590     COPY XRFREC.
004600 FD  RUNCTL-FILE.
004610     COPY RCTREC.
004620 FD  DUPLICADO-FILE
004630     RECORDING MODE IS F.
004640     COPY DUPREC.
004650 FD  ACEITE-FILE
004660     RECORDING MODE IS F.
004670     COPY ACEREC.
004680 FD  MARCA-FILE.
004690     COPY HWMREC.
004700 FD  MES-FILE.
004710     COPY MESREC.
004720 FD  SEQUENCIA-RPT
004730     RECORDING MODE IS F.
004740 01  SEQ-RECORD              PIC X(132).
004750 FD  RETORNO-FILE
004760     RECORDING MODE IS F.
004770     COPY RETREC.
004780 FD  ESTATISTICA-FILE
004790     RECORDING MODE IS F.
004800     COPY STSREC.
004810 FD  CONTROLE-PRT-FILE
004820     RECORDING MODE IS F.
004830     COPY PTCREC.
004840 FD  TOTAIS-PRT-FILE
004850     RECORDING MODE IS F.
004860     COPY PCTREC.
004870 FD  CORPO-FILE
004880     RECORDING MODE IS F.
004890     COPY CPOREC.
004900 FD  PARCIAL-FILE
004910     RECORDING MODE IS F.
004920 01  PCL-RECORD              PIC X(300).
004930 01  PCL-RECORD-AUDITORIA.
004940     05  PCL-AUD-FONTE       PIC 9(04).
004950     05  PCL-AUD-POSICAO     PIC 9(09).
004960     05  PCL-AUD-LINHA       PIC X(57).
004970 SD  SRT-FILE.
004980 01  SRT-RECORD.
004990     05  SRT-FONTE           PIC 9(04).
005000     05  SRT-SEQUENCIA       PIC 9(09).
005010     05  SRT-TIPO            PIC X(01).
005020         88  SRT-SEQUENCIA-RPT       VALUE "S".
005030         88  SRT-REJEITO             VALUE "J".
005040         88  SRT-QUARENTENA          VALUE "Q".
005050         88  SRT-EXTRATO             VALUE "E".
005060     05  SRT-LINHA           PIC X(132).
005070 WORKING-STORAGE SECTION.
005080 77  WS-FS-NUMERO            PIC X(02) VALUE ZEROS.
005090     88  WS-FS-NUMERO-OK             VALUE "00".
005100     88  WS-FS-NUMERO-EOF            VALUE "10".
005110 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
005120     88  WS-FS-RPT-OK                VALUE "00".
005130 77  WS-FS-REJ               PIC X(02) VALUE ZEROS.
005140     88  WS-FS-REJ-OK                VALUE "00".
005150 77  WS-FS-CHK               PIC X(02) VALUE ZEROS.
005160     88  WS-FS-CHK-OK                VALUE "00".
005170 77  WS-FS-AUD               PIC X(02) VALUE ZEROS.
005180     88  WS-FS-AUD-OK                VALUE "00".
005190 77  WS-FS-PRM               PIC X(02) VALUE ZEROS.
005200     88  WS-FS-PRM-OK                VALUE "00".
005210 77  WS-FS-HST               PIC X(02) VALUE ZEROS.
005220     88  WS-FS-HST-OK                VALUE "00".
005230 77  WS-FS-EXT               PIC X(02) VALUE ZEROS.
005240     88  WS-FS-EXT-OK                VALUE "00".
005250 77  WS-FS-MST               PIC X(02) VALUE ZEROS.
005260     88  WS-FS-MST-OK                VALUE "00".
005270     88  WS-FS-MST-INEXISTENTE       VALUE "35".
005280     88  WS-FS-MST-DUPLICADA         VALUE "22".
005290     88  WS-FS-MST-BLOQUEADO         VALUE "51".
005300 77  WS-FS-FIL               PIC X(02) VALUE ZEROS.
005310     88  WS-FS-FIL-OK                VALUE "00".
005320 77  WS-FS-SIM               PIC X(02) VALUE ZEROS.
005330     88  WS-FS-SIM-OK                VALUE "00".
005340 77  WS-FS-XRF               PIC X(02) VALUE ZEROS.
005350     88  WS-FS-XRF-OK                VALUE "00".
005360     88  WS-FS-XRF-INEXISTENTE       VALUE "35".
005370     88  WS-FS-XRF-DUPLICADA         VALUE "22".
005380     88  WS-FS-XRF-BLOQUEADO         VALUE "51".
005390 77  WS-FS-RCT               PIC X(02) VALUE ZEROS.
005400     88  WS-FS-RCT-OK                VALUE "00".
005410     88  WS-FS-RCT-INEXISTENTE       VALUE "35".
005420 77  WS-FS-DUP               PIC X(02) VALUE ZEROS.
005430     88  WS-FS-DUP-OK                VALUE "00".
005440 77  WS-FS-ACE               PIC X(02) VALUE ZEROS.
005450     88  WS-FS-ACE-OK                VALUE "00".
005460 77  WS-FS-HWM               PIC X(02) VALUE ZEROS.
005470     88  WS-FS-HWM-OK                VALUE "00".
005480     88  WS-FS-HWM-INEXISTENTE       VALUE "35".
005490 77  WS-FS-MES               PIC X(02) VALUE ZEROS.
005500     88  WS-FS-MES-OK                VALUE "00".
005510     88  WS-FS-MES-INEXISTENTE       VALUE "35".
005520 77  WS-FS-SEQ               PIC X(02) VALUE ZEROS.
005530     88  WS-FS-SEQ-OK                VALUE "00".
005540 77  WS-FS-RET               PIC X(02) VALUE ZEROS.
005550     88  WS-FS-RET-OK                VALUE "00".
005560 77  WS-FS-STS               PIC X(02) VALUE ZEROS.
005570     88  WS-FS-STS-OK                VALUE "00".
005580 77  WS-NOME-RETORNO         PIC X(23) VALUE SPACES.
005590 77  WS-FS-PTC               PIC X(02) VALUE ZEROS.
005600     88  WS-FS-PTC-OK                VALUE "00".
005610 77  WS-FS-PCT               PIC X(02) VALUE ZEROS.
005620     88  WS-FS-PCT-OK                VALUE "00".
005630 77  WS-FS-CPO               PIC X(02) VALUE ZEROS.
005640     88  WS-FS-CPO-OK                VALUE "00".
005650 77  WS-FS-PCL               PIC X(02) VALUE ZEROS.
005660     88  WS-FS-PCL-OK                VALUE "00".
005670 77  WS-NOME-NUMERO          PIC X(08) VALUE "NUMFILE".
005680 77  WS-NOME-RPT             PIC X(08) VALUE "RPTFILE".
005690 77  WS-NOME-REJ             PIC X(08) VALUE "REJFILE".
005700 77  WS-NOME-CHK             PIC X(08) VALUE "CHKFILE".
005710 77  WS-NOME-AUD             PIC X(08) VALUE "AUDFILE".
005720 77  WS-NOME-EXT             PIC X(08) VALUE "EXTFILE".
005730 77  WS-NOME-DUP             PIC X(08) VALUE "DUPFILE".
005740 77  WS-NOME-SEQ             PIC X(08) VALUE "SEQLIST".
005750 77  WS-NOME-STS             PIC X(08) VALUE "STSFILE".
005760 77  WS-NOME-PCT             PIC X(08) VALUE SPACES.
005770 77  WS-NOME-CPO             PIC X(08) VALUE SPACES.
005780 77  WS-NOME-PARCIAL         PIC X(08) VALUE SPACES.
005790 77  WS-RET-ACHADO-SW        PIC X(01) VALUE "N".
005800     88  WS-RET-ACHADO               VALUE "Y".
005810 77  WS-RET-FIM-SW           PIC X(01) VALUE "N".
005820     88  WS-RET-FIM                  VALUE "Y".
005830 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
005840     88  WS-EOF                       VALUE "Y".
005850 77  WS-CHK-EOF-SWITCH       PIC X(01) VALUE "N".
005860     88  WS-CHK-EOF                   VALUE "Y".
005870 77  WS-RESTART-SWITCH       PIC X(01) VALUE "N".
005880     88  WS-RESTART                   VALUE "Y".
005890 77  WS-TRAILER-SWITCH       PIC X(01) VALUE "N".
005900     88  WS-TRAILER-ENCONTRADO        VALUE "Y".
005910 77  WS-DIVERGENCIA-SWITCH   PIC X(01) VALUE "N".
005920     88  WS-HA-DIVERGENCIA           VALUE "Y".
005930 77  WS-FONTE-DIVERG-SW      PIC X(01) VALUE "N".
005940     88  WS-FONTE-DIVERGENTE         VALUE "Y".
005950 77  WS-FIM-FONTES-SW        PIC X(01) VALUE "N".
005960     88  WS-FIM-FONTES               VALUE "Y".
005970 77  WS-NUMERO-VALIDO-SW     PIC X(01) VALUE "N".
005980     88  WS-NUMERO-VALIDO            VALUE "Y".
005990 77  WS-MASTER-ATIVO-SW      PIC X(01) VALUE "N".
006000     88  WS-MASTER-ATIVO             VALUE "Y".
006010 77  WS-DUPLICADO-SW         PIC X(01) VALUE "N".
006020     88  WS-EH-DUPLICADO             VALUE "Y".
006030 77  WS-FIL-EOF-SWITCH       PIC X(01) VALUE "N".
006040     88  WS-FIL-EOF                  VALUE "Y".
006050 77  WS-REGISTRO-FIL-SW      PIC X(01) VALUE "N".
006060     88  WS-REGISTRO-FIL-ATIVO       VALUE "Y".
006070 77  WS-FIL-ACHADA-SW        PIC X(01) VALUE "N".
006080     88  WS-FIL-ACHADA               VALUE "Y".
006090 77  WS-NAO-REG-ACHADA-SW    PIC X(01) VALUE "N".
006100     88  WS-NAO-REG-ACHADA           VALUE "Y".
006110 77  WS-SIMULACAO-SW         PIC X(01) VALUE "N".
006120     88  WS-SIMULACAO                VALUE "Y".
006130 77  WS-XREF-ATIVO-SW        PIC X(01) VALUE "N".
006140     88  WS-XREF-ATIVO               VALUE "Y".
006150 77  WS-RUNCTL-ATIVO-SW      PIC X(01) VALUE "N".
006160     88  WS-RUNCTL-ATIVO             VALUE "Y".
006170 77  WS-RCT-EOF-SWITCH       PIC X(01) VALUE "N".
006180     88  WS-RCT-EOF                  VALUE "Y".
006190 77  WS-DIA-ABERTO-SW        PIC X(01) VALUE "N".
006200     88  WS-DIA-ABERTO-ACHADO        VALUE "Y".
006210 77  WS-RCT-ACHADO-SW        PIC X(01) VALUE "N".
006220     88  WS-RCT-ACHADO               VALUE "Y".
006230 77  WS-FORCAR-SW            PIC X(01) VALUE "N".
006240     88  WS-FORCAR-REPROCESSO        VALUE "Y".
006250 77  WS-QUARENTENA-SW        PIC X(01) VALUE "N".
006260     88  WS-POLITICA-QUARENTENA      VALUE "Y".
006270 77  WS-ACE-EOF-SWITCH       PIC X(01) VALUE "N".
006280     88  WS-ACE-EOF                  VALUE "Y".
006290 77  WS-ACEITE-ACHADO-SW     PIC X(01) VALUE "N".
006300     88  WS-ACEITE-ACHADO            VALUE "Y".
006310 77  WS-MARCA-ATIVA-SW       PIC X(01) VALUE "N".
006320     88  WS-MARCA-ATIVA              VALUE "Y".
006330 77  WS-FONTE-SEQ-SW         PIC X(01) VALUE "N".
006340     88  WS-FONTE-COM-SEQUENCIA      VALUE "Y".
006350 77  WS-HWM-EXISTE-SW        PIC X(01) VALUE "N".
006360     88  WS-HWM-EXISTE               VALUE "Y".
006370 77  WS-HWM-EXISTIA-SW       PIC X(01) VALUE "N".
006380     88  WS-HWM-EXISTIA              VALUE "Y".
006390 77  WS-HWM-NO-ARQUIVO-SW    PIC X(01) VALUE "N".
006400     88  WS-HWM-NO-ARQUIVO           VALUE "Y".
006410 77  WS-QTD-ACEITES          PIC 9(04) COMP VALUE ZERO.
006420 77  WS-ACE-IDX              PIC 9(04) COMP VALUE ZERO.
006430 77  WS-ACE-MAXIMO           PIC 9(04) COMP VALUE 200.
006440 77  WS-QTD-QUARENTENADOS    PIC 9(09) COMP VALUE ZERO.
006450 77  WS-QTD-QUARENTENADOS-ED PIC Z(8)9.
006460 77  WS-MST-PRIMEIRA-ANT     PIC 9(08) VALUE ZERO.
006470 77  WS-MST-ULTIMA-ANT       PIC 9(08) VALUE ZERO.
006480 77  WS-MST-OCORR-ANT        PIC 9(09) VALUE ZERO.
006490 77  WS-LBL-TOT-QUA          PIC X(22) VALUE SPACES.
006500 01  WS-ACE-TABELA.
006510     05  WS-ACE-VALOR OCCURS 200 TIMES
006520                             PIC X(19).
006530 01  WS-DATA-NEGOCIO-AREA.
006540     05  WS-DATA-NEGOCIO     PIC 9(08) VALUE ZERO.
006550     05  WS-DATA-NEGOCIO-X REDEFINES WS-DATA-NEGOCIO
006560                             PIC X(08).
006570 77  WS-MST-ACHADO-SW        PIC X(01) VALUE "N".
006580     88  WS-MST-ACHADO               VALUE "Y".
006590 77  WS-MST-RESULTADO-ANT    PIC X(10) VALUE SPACES.
006600 77  WS-SIM-QTD-FLIPS        PIC 9(09) COMP VALUE ZERO.
006610 77  WS-SIM-PAR-IMPAR        PIC 9(09) COMP VALUE ZERO.
006620 77  WS-SIM-IMPAR-PAR        PIC 9(09) COMP VALUE ZERO.
006630 77  WS-SIM-QTD-ED           PIC Z(8)9.
006640 77  WS-CHECKPOINT-INTERVALO PIC 9(05) COMP VALUE 100.
006650 77  WS-RESTART-COUNT        PIC 9(09) COMP VALUE ZERO.
006660 77  WS-CHK-ESPERADA         PIC 9(09) COMP VALUE ZERO.
006670 77  WS-SKIP-CONTADOR        PIC 9(09) COMP VALUE ZERO.
006680 77  WS-RESTART-COUNT-ED     PIC Z(8)9.
006690 77  WS-NUMERO-MAX           PIC S9(18) VALUE 999999999.
006700 77  WS-NUMERO-MIN           PIC S9(18) VALUE -999999999.
006710 77  WS-CLASSIFICACAO        PIC X(10) VALUE SPACES.
006720 77  WS-CONTROLE-SWITCH      PIC X(01) VALUE "N".
006730     88  WS-EH-CONTROLE              VALUE "Y".
006740 77  WS-CONTROLE-TXT         PIC X(03) VALUE SPACES.
006750 77  WS-DUP-TXT              PIC X(03) VALUE SPACES.
006760 77  WS-CLASSIF-CODIGO       PIC X(01) VALUE SPACE.
006770 01  WS-CHAVE-AREA.
006780     05  WS-CHAVE-MASTER     PIC S9(18)
006790                             SIGN LEADING SEPARATE CHARACTER.
006800     05  WS-CHAVE-MASTER-X REDEFINES WS-CHAVE-MASTER
006810                             PIC X(19).
006820 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
006830 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
006840 77  WS-DATA-FIM             PIC 9(08) VALUE ZERO.
006850 77  WS-HORA-FIM             PIC 9(08) VALUE ZERO.
006860 77  WS-JOB-ID               PIC X(08) VALUE SPACES.
006870 77  WS-PARTICAO             PIC X(01) VALUE SPACE.
006880 77  WS-MODO-SW              PIC X(01) VALUE SPACE.
006890     88  WS-PARTICAO-ATIVA           VALUE "P".
006900     88  WS-CONSOLIDACAO             VALUE "C".
006910 77  WS-PRT-NUMERO           PIC 9(01) VALUE ZERO.
006920 77  WS-PRT-QTD              PIC 9(01) VALUE ZERO.
006930 77  WS-PRT-IDX              PIC 9(04) COMP VALUE ZERO.
006940 77  WS-PTC-IDX              PIC 9(04) COMP VALUE ZERO.
006950 77  WS-PTC-QTD-FONTES       PIC 9(04) COMP VALUE ZERO.
006960 77  WS-PTC-MAXIMO           PIC 9(04) COMP VALUE 500.
006970 77  WS-PRT-LOCAL-QTD        PIC 9(04) COMP VALUE ZERO.
006980 77  WS-FONTE-LOCAL          PIC 9(04) COMP VALUE ZERO.
006990 77  WS-FONTE-GLOBAL         PIC 9(04) COMP VALUE ZERO.
007000 77  WS-PTC-EOF-SWITCH       PIC X(01) VALUE "N".
007010     88  WS-PTC-EOF                   VALUE "Y".
007020 77  WS-PCL-EOF-SWITCH       PIC X(01) VALUE "N".
007030     88  WS-PCL-EOF                   VALUE "Y".
007040 77  WS-SRT-EOF-SWITCH       PIC X(01) VALUE "N".
007050     88  WS-SRT-EOF                   VALUE "Y".
007060 77  WS-PRT-PENDENTE-SW      PIC X(01) VALUE "N".
007070     88  WS-PRT-PENDENTE             VALUE "Y".
007080 77  WS-PRT-ERRO-SW          PIC X(01) VALUE "N".
007090     88  WS-PRT-ERRO                 VALUE "Y".
007100 77  WS-MST-CONCORRENTE-SW   PIC X(01) VALUE "N".
007110     88  WS-MST-CONCORRENTE          VALUE "Y".
007120 77  WS-XRF-CONCORRENTE-SW   PIC X(01) VALUE "N".
007130     88  WS-XRF-CONCORRENTE          VALUE "Y".
007140 77  WS-CORPO-SW             PIC X(01) VALUE "N".
007150     88  WS-CORPO-ATIVO              VALUE "Y".
007160 77  WS-CPO-SEQUENCIA        PIC 9(09) COMP VALUE ZERO.
007170 77  WS-CPO-TIPO             PIC X(01) VALUE SPACE.
007180 77  WS-CPO-TEXTO            PIC X(132) VALUE SPACES.
007190 77  WS-AUD-LINHA            PIC X(57) VALUE SPACES.
007200 77  WS-COPIA-EXT-QTD        PIC 9(09) COMP VALUE ZERO.
007210 77  WS-COPIA-EXT-ESPERADA   PIC 9(09) COMP VALUE ZERO.
007220 77  WS-PRT-QTD-ED           PIC Z(8)9.
007230 77  WS-PRT-QTD-ED2          PIC Z(8)9.
007240 01  WS-MAPA-TABELA.
007250     05  WS-MAPA-ENTRADA OCCURS 500 TIMES.
007260         10  WS-MAPA-PARTICAO    PIC 9(01).
007270         10  WS-MAPA-FILIAL      PIC X(04).
007280 01  WS-PRT-LOCAL-TABELA.
007290     05  WS-PRT-LOCAL-FONTE OCCURS 500 TIMES
007300                             PIC 9(04) COMP.
007310 01  WS-PRT-FONTES-TABELA.
007320     05  WS-PRT-FONTES OCCURS 9 TIMES
007330                             PIC 9(04) COMP.
007340 77  WS-CFG-IDIOMA           PIC X(02) VALUE "PT".
007350     88  WS-IDIOMA-INGLES            VALUE "EN".
007360 77  WS-CFG-MODULO           PIC 9(04) VALUE 2.
007370 77  WS-RESULTADO-TXT        PIC X(10) VALUE SPACES.
007380 77  WS-MSG-RESULTADO        PIC X(40) VALUE SPACES.
007390 77  WS-LBL-NUMERO           PIC X(20) VALUE SPACES.
007400 77  WS-LBL-RESULTADO        PIC X(20) VALUE SPACES.
007410 77  WS-LBL-CLASSIF          PIC X(20) VALUE SPACES.
007420 77  WS-LBL-CONTROLE         PIC X(20) VALUE SPACES.
007430 77  WS-LBL-TOT-PAR          PIC X(20) VALUE SPACES.
007440 77  WS-LBL-TOT-IMPAR        PIC X(20) VALUE SPACES.
007450 77  WS-LBL-TOT-GERAL        PIC X(20) VALUE SPACES.
007460 77  WS-LBL-TOT-REJ          PIC X(20) VALUE SPACES.
007470 77  WS-LBL-HDR-ESPERA       PIC X(20) VALUE SPACES.
007480 77  WS-LBL-TRL-INFORMA      PIC X(20) VALUE SPACES.
007490 77  WS-LBL-REG-LIDOS        PIC X(20) VALUE SPACES.
007500 77  WS-LBL-RECON-OK         PIC X(30) VALUE SPACES.
007510 77  WS-LBL-RECON-DIV        PIC X(40) VALUE SPACES.
007520 77  WS-LBL-DUPLICADO        PIC X(07) VALUE SPACES.
007530 77  WS-LBL-TOT-DUP          PIC X(20) VALUE SPACES.
007540 77  WS-LBL-TOT-REJ-DV       PIC X(30) VALUE SPACES.
007550 77  WS-LBL-DV-ESQUEMA       PIC X(24) VALUE SPACES.
007560 77  WS-LBL-REJ-DV           PIC X(22) VALUE SPACES.
007570 77  WS-QTD-PAR              PIC 9(09) COMP VALUE ZERO.
007580 77  WS-QTD-IMPAR            PIC 9(09) COMP VALUE ZERO.
007590 77  WS-QTD-TOTAL            PIC 9(09) COMP VALUE ZERO.
007600 77  WS-QTD-REJEITADOS       PIC 9(09) COMP VALUE ZERO.
007610 77  WS-QTD-DUPLICADOS       PIC 9(09) COMP VALUE ZERO.
007620 77  WS-QTD-ESPERADA         PIC 9(09) COMP VALUE ZERO.
007630 77  WS-QTD-ATUAL-TRAILER    PIC 9(09) COMP VALUE ZERO.
007640 77  WS-QTD-DETALHES-TOTAL   PIC 9(09) COMP VALUE ZERO.
007650 77  WS-PRIMEIRA-ESPERADA    PIC 9(09) COMP VALUE ZERO.
007660 77  WS-QTD-FONTES           PIC 9(04) COMP VALUE ZERO.
007670 77  WS-FONTE-QTD-PAR        PIC 9(09) COMP VALUE ZERO.
007680 77  WS-FONTE-QTD-IMPAR      PIC 9(09) COMP VALUE ZERO.
007690 77  WS-FONTE-QTD-REJ        PIC 9(09) COMP VALUE ZERO.
007700 77  WS-FONTE-QTD-REJ-DV     PIC 9(09) COMP VALUE ZERO.
007710 77  WS-QTD-REJ-DV           PIC 9(09) COMP VALUE ZERO.
007720 77  WS-FONTE-QTD-QUA        PIC 9(09) COMP VALUE ZERO.
007730 77  WS-FONTE-QTD-RCL        PIC 9(09) COMP VALUE ZERO.
007740 01  WS-FONTE-MOTIVOS.
007750     05  WS-FONTE-QTD-MOTIVO OCCURS 4 TIMES
007760                             PIC 9(09) COMP VALUE ZERO.
007770 01  WS-FONTE-DIGITOS.
007780     05  WS-FONTE-QTD-DIGITO OCCURS 10 TIMES
007790                             PIC 9(09) COMP VALUE ZERO.
007800 77  WS-MOTIVO-IDX           PIC 9(02) VALUE ZERO.
007810 77  WS-FONTE-QTD-DETALHES   PIC 9(09) COMP VALUE ZERO.
007820 77  WS-FONTE-RESTART        PIC 9(09) COMP VALUE ZERO.
007830 77  WS-FONTE-NUMERO-ED      PIC Z(3)9.
007840 77  WS-LBL-FONTE            PIC X(08) VALUE SPACES.
007850 77  WS-QTD-FILIAIS          PIC 9(04) COMP VALUE ZERO.
007860 77  WS-FIL-IDX              PIC 9(04) COMP VALUE ZERO.
007870 77  WS-FIL-MAXIMO           PIC 9(04) COMP VALUE 200.
007880 77  WS-QTD-NAO-REG          PIC 9(04) COMP VALUE ZERO.
007890 77  WS-NAO-REG-IDX          PIC 9(04) COMP VALUE ZERO.
007900 77  WS-NAO-REG-MAXIMO       PIC 9(04) COMP VALUE 50.
007910 77  WS-QTD-SEM-FILIAL       PIC 9(04) COMP VALUE ZERO.
007920 77  WS-FONTE-FILIAL         PIC X(04) VALUE SPACES.
007930 77  WS-FONTE-FILIAL-NOME    PIC X(30) VALUE SPACES.
007940 77  WS-FONTE-DV             PIC X(02) VALUE SPACES.
007950     88  WS-FONTE-SEM-DV             VALUE SPACES "00".
007960     88  WS-FONTE-DV-MODULO-11       VALUE "11".
007970     88  WS-FONTE-DV-MODULO-10       VALUE "10".
007980 77  WS-DIGITO-CONFERE-SW    PIC X(01) VALUE "N".
007990     88  WS-DIGITO-CONFERE           VALUE "Y".
008000 77  WS-DV-DOBRAR-SW         PIC X(01) VALUE "N".
008010     88  WS-DV-DOBRAR                VALUE "Y".
008020 77  WS-DV-IDX               PIC 9(04) COMP VALUE ZERO.
008030 77  WS-DV-PESO              PIC 9(02) COMP VALUE ZERO.
008040 77  WS-DV-PARCELA           PIC 9(04) COMP VALUE ZERO.
008050 77  WS-DV-SOMA              PIC 9(09) COMP VALUE ZERO.
008060 77  WS-DV-QUOCIENTE         PIC 9(09) COMP VALUE ZERO.
008070 77  WS-DV-RESTO             PIC 9(04) COMP VALUE ZERO.
008080 77  WS-DV-CALCULADO         PIC 9(02) COMP VALUE ZERO.
008090 01  WS-DV-NUMERO            PIC 9(18) VALUE ZERO.
008100 01  WS-DV-DIGITOS REDEFINES WS-DV-NUMERO.
008110     05  WS-DV-DIGITO OCCURS 18 TIMES
008120                             PIC 9(01).
008130 77  WS-LBL-FILIAL           PIC X(09) VALUE SPACES.
008140 77  WS-LBL-COMP-TITULO      PIC X(36) VALUE SPACES.
008150 77  WS-LBL-FALTANTE         PIC X(24) VALUE SPACES.
008160 77  WS-LBL-NAO-REG          PIC X(34) VALUE SPACES.
008170 77  WS-LBL-SEM-FILIAL       PIC X(30) VALUE SPACES.
008180 77  WS-LBL-REG-INDISP       PIC X(34) VALUE SPACES.
008190 77  WS-HWM-ANTERIOR         PIC S9(18) VALUE ZERO.
008200 77  WS-HWM-ATUAL            PIC S9(18) VALUE ZERO.
008210 77  WS-HWM-FALTA-INICIO     PIC S9(18) VALUE ZERO.
008220 77  WS-HWM-FALTA-FIM        PIC S9(18) VALUE ZERO.
008225 77  WS-HWM-NUMERO           PIC S9(18) VALUE ZERO.
008230 77  WS-HWM-FALTA-QTD        PIC 9(10) COMP VALUE ZERO.
008240 77  WS-FONTE-QTD-FALTANTES  PIC 9(10) COMP VALUE ZERO.
008250 77  WS-FONTE-QTD-INTERVALOS PIC 9(09) COMP VALUE ZERO.
008260 77  WS-FONTE-QTD-ABAIXO     PIC 9(09) COMP VALUE ZERO.
008270 77  WS-QTD-FALTANTES        PIC 9(10) COMP VALUE ZERO.
008280 77  WS-QTD-INTERVALOS       PIC 9(09) COMP VALUE ZERO.
008290 77  WS-QTD-ABAIXO-MARCA     PIC 9(09) COMP VALUE ZERO.
008300 77  WS-QTD-FILIAIS-SEQ      PIC 9(04) COMP VALUE ZERO.
008310 77  WS-HWM-QTD-ED           PIC Z(9)9.
008320 77  WS-HWM-QTD-ED2          PIC Z(9)9.
008330 77  WS-HWM-QTD-ED3          PIC Z(9)9.
008340 77  WS-HWM-MARCA-ED         PIC -(18)9.
008350 77  WS-HWM-MARCA-ED2        PIC -(18)9.
008360 77  WS-HWM-TXT-ANT          PIC X(19) VALUE SPACES.
008370 77  WS-HWM-TXT-NOVA         PIC X(19) VALUE SPACES.
008380 77  WS-LBL-SEQUENCIA        PIC X(12) VALUE SPACES.
008390 77  WS-LBL-MARCA-ANT        PIC X(17) VALUE SPACES.
008400 77  WS-LBL-NOVA-MARCA       PIC X(15) VALUE SPACES.
008410 77  WS-LBL-SEM-MARCA        PIC X(19) VALUE SPACES.
008420 77  WS-LBL-FALTANTES        PIC X(14) VALUE SPACES.
008430 77  WS-LBL-INTERVALOS       PIC X(14) VALUE SPACES.
008440 77  WS-LBL-ABAIXO-MARCA     PIC X(20) VALUE SPACES.
008450 01  WS-FIL-TABELA.
008460     05  WS-FIL-ENTRADA OCCURS 200 TIMES.
008470         10  WS-FIL-TAB-CODIGO   PIC X(04).
008480         10  WS-FIL-TAB-NOME     PIC X(30).
008490         10  WS-FIL-TAB-DIARIA   PIC X(01).
008500         10  WS-FIL-TAB-SUBMETEU PIC X(01).
008510         10  WS-FIL-TAB-DV       PIC X(02).
008520 01  WS-NAO-REG-TABELA.
008530     05  WS-NAO-REG-CODIGO OCCURS 50 TIMES
008540                             PIC X(04).
008550 77  WS-QTD-RETORNOS         PIC 9(04) COMP VALUE ZERO.
008560 77  WS-RET-IDX              PIC 9(04) COMP VALUE ZERO.
008570 77  WS-RET-POS              PIC 9(04) COMP VALUE ZERO.
008580 77  WS-RET-DIG-IDX          PIC 9(02) COMP VALUE ZERO.
008590 77  WS-STS-PROCESSADOS      PIC 9(09) COMP VALUE ZERO.
008600 77  WS-STS-CLASSIFICADOS    PIC 9(09) COMP VALUE ZERO.
008610 77  WS-STS-QTD-GRAVADOS     PIC 9(04) COMP VALUE ZERO.
008620 77  WS-RET-MAXIMO           PIC 9(04) COMP VALUE 200.
008630 77  WS-RET-QTD-LISTADOS     PIC 9(09) COMP VALUE ZERO.
008640 77  WS-RET-QTD-ED           PIC Z(8)9.
008650 01  WS-RET-TABELA.
008660     05  WS-RET-ENTRADA OCCURS 200 TIMES.
008670         10  WS-RET-FILIAL       PIC X(04).
008680         10  WS-RET-NOME         PIC X(30).
008690         10  WS-RET-FONTES       PIC 9(04) COMP.
008700         10  WS-RET-ESPERADA     PIC 9(09) COMP.
008710         10  WS-RET-INFORMADA    PIC 9(09) COMP.
008720         10  WS-RET-RECEBIDOS    PIC 9(09) COMP.
008730         10  WS-RET-REINICIO     PIC 9(09) COMP.
008740         10  WS-RET-PAR          PIC 9(09) COMP.
008750         10  WS-RET-IMPAR        PIC 9(09) COMP.
008760         10  WS-RET-REJ          PIC 9(09) COMP.
008770         10  WS-RET-MOTIVO OCCURS 4 TIMES
008780                                 PIC 9(09) COMP.
008790         10  WS-RET-QUA          PIC 9(09) COMP.
008800         10  WS-RET-RCL          PIC 9(09) COMP.
008810         10  WS-RET-DIGITO OCCURS 10 TIMES
008820                                 PIC 9(09) COMP.
008830         10  WS-RET-DIVERGENTE   PIC X(01).
008840 77  WS-LINHAS-POR-PAGINA    PIC 9(03) COMP VALUE 60.
008850 77  WS-LINHA-CONTADOR       PIC 9(03) COMP VALUE 60.
008860 77  WS-PAGINA               PIC 9(05) COMP VALUE ZERO.
008870 77  WS-PAGINA-ED            PIC Z(4)9.
008880 77  WS-TITULO-RELATORIO     PIC X(40) VALUE SPACES.
008890 77  WS-LBL-PAGINA           PIC X(08) VALUE SPACES.
008900 77  WS-LBL-PARTICAO         PIC X(13) VALUE SPACES.
008910 77  WS-QTD-ESPERADA-ED      PIC Z(8)9.
008920 77  WS-QTD-ATUAL-TRAILER-ED PIC Z(8)9.
008930 77  WS-QTD-DETALHES-TOTAL-ED PIC Z(8)9.
008940 77  WS-RESULTADO            PIC X(10) VALUE SPACES.
008950 77  WS-NUMERO-WORK          PIC S9(18) VALUE ZERO.
008960 77  WS-NUMERO-ED            PIC -(18)9.
008970 77  WS-QTD-PAR-ED           PIC Z(8)9.
008980 77  WS-QTD-IMPAR-ED         PIC Z(8)9.
008990 77  WS-QTD-TOTAL-ED         PIC Z(8)9.
009000 77  WS-QTD-REJEITADOS-ED    PIC Z(8)9.
009010 77  WS-QTD-DUPLICADOS-ED    PIC Z(8)9.
009020 77  WS-EST-TEM-DADOS-SW     PIC X(01) VALUE "N".
009030     88  WS-EST-TEM-DADOS            VALUE "Y".
009040 77  WS-EST-MINIMO           PIC S9(18) VALUE ZERO.
009050 77  WS-EST-MAXIMO           PIC S9(18) VALUE ZERO.
009060 77  WS-EST-SOMA             PIC S9(18) VALUE ZERO.
009070 77  WS-EST-MEDIA            PIC S9(18) VALUE ZERO.
009080 77  WS-EST-ABSOLUTO         PIC 9(18)  VALUE ZERO.
009090 77  WS-EST-ULTIMO-DIGITO    PIC 9(02) COMP VALUE ZERO.
009100 77  WS-EST-DIGITO-IDX       PIC 9(02) COMP VALUE ZERO.
009110 77  WS-EST-DIGITO-TXT       PIC 9(01) VALUE ZERO.
009120 77  WS-EST-QTD-NEGATIVOS    PIC 9(09) COMP VALUE ZERO.
009130 77  WS-EST-QTD-ZEROS        PIC 9(09) COMP VALUE ZERO.
009140 77  WS-EST-QTD-CLASSIF      PIC 9(09) COMP VALUE ZERO.
009150 77  WS-EST-QTD-ED           PIC Z(8)9.
009160 77  WS-LBL-EST-TITULO       PIC X(24) VALUE SPACES.
009170 77  WS-LBL-EST-MINIMO       PIC X(10) VALUE SPACES.
009180 77  WS-LBL-EST-MAXIMO       PIC X(10) VALUE SPACES.
009190 77  WS-LBL-EST-SOMA         PIC X(10) VALUE SPACES.
009200 77  WS-LBL-EST-MEDIA        PIC X(10) VALUE SPACES.
009210 77  WS-LBL-EST-FAIXA        PIC X(06) VALUE SPACES.
009220 77  WS-LBL-EST-DIGITO       PIC X(14) VALUE SPACES.
009230 77  WS-LBL-EST-NEGATIVOS    PIC X(12) VALUE SPACES.
009240 77  WS-LBL-EST-ZEROS        PIC X(08) VALUE SPACES.
009250 01  WS-EST-FAIXAS.
009260     05  WS-EST-FAIXA-QTD OCCURS 3 TIMES
009270                             PIC 9(09) COMP VALUE ZERO.
009280 01  WS-EST-FAIXA-TEXTOS.
009290     05  FILLER              PIC X(19) VALUE "1-999".
009300     05  FILLER              PIC X(19) VALUE "1000-999999".
009310     05  FILLER              PIC X(19) VALUE "1000000-999999999".
009320 01  WS-EST-FAIXA-TABELA REDEFINES WS-EST-FAIXA-TEXTOS.
009330     05  WS-EST-FAIXA-TXT OCCURS 3 TIMES
009340                             PIC X(19).
009350 01  WS-EST-DIGITOS.
009360     05  WS-EST-DIGITO-QTD OCCURS 10 TIMES
009370                             PIC 9(09) COMP VALUE ZERO.
009380 01  WS-DET-LINHA.
009390     05  FILLER              PIC X(01) VALUE SPACE.
009400     05  WS-DET-NUMERO       PIC -(18)9.
009410     05  FILLER              PIC X(03) VALUE SPACES.
009420     05  WS-DET-RESULTADO    PIC X(10) VALUE SPACES.
009430     05  FILLER              PIC X(03) VALUE SPACES.
009440     05  WS-DET-CLASSIF      PIC X(10) VALUE SPACES.
009450     05  FILLER              PIC X(03) VALUE SPACES.
009460     05  WS-DET-CONTROLE     PIC X(03) VALUE SPACES.
009470     05  FILLER              PIC X(03) VALUE SPACES.
009480     05  WS-DET-DUP          PIC X(03) VALUE SPACES.
009490 01  WS-CAB-LINHA.
009500     05  FILLER              PIC X(01) VALUE SPACE.
009510     05  WS-CAB-NUMERO       PIC X(19) VALUE SPACES.
009520     05  FILLER              PIC X(03) VALUE SPACES.
009530     05  WS-CAB-RESULTADO    PIC X(10) VALUE SPACES.
009540     05  FILLER              PIC X(03) VALUE SPACES.
009550     05  WS-CAB-CLASSIF      PIC X(10) VALUE SPACES.
009560     05  FILLER              PIC X(03) VALUE SPACES.
009570     05  WS-CAB-CONTROLE     PIC X(03) VALUE SPACES.
009580     05  FILLER              PIC X(03) VALUE SPACES.
009590     05  WS-CAB-DUP          PIC X(03) VALUE SPACES.
009600******************************************************************
009610*    PROCEDURE DIVISION                                          *
009620******************************************************************
009630 PROCEDURE DIVISION.
009640 0000-MAINLINE.
009650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009660     IF WS-CONSOLIDACAO
009670         PERFORM 5000-CONSOLIDAR THRU 5000-EXIT
009680     ELSE
009690         PERFORM 2600-PROCESS-UMA-FONTE THRU 2600-EXIT
009700             UNTIL WS-FIM-FONTES
009710     END-IF.
009720     PERFORM 8000-FINALIZE THRU 8000-EXIT.
009730     IF WS-HA-DIVERGENCIA AND NOT WS-PARTICAO-ATIVA
009740         GO TO 9999-ABEND
009750     END-IF.
009760     STOP RUN.
009770******************************************************************
009780*    1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ          *
009790******************************************************************
009800 1000-INITIALIZE.
009810     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
009820     ACCEPT WS-HORA-SISTEMA FROM TIME.
009830     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID".
009840     IF WS-JOB-ID = SPACES
009850         MOVE "IMPARBAT" TO WS-JOB-ID
009860     END-IF.
009870     PERFORM 1400-LER-PARAMETROS THRU 1400-EXIT.
009880     PERFORM 1450-CONFIGURAR-IDIOMA THRU 1450-EXIT.
009890     PERFORM 1010-IDENTIFICAR-MODO THRU 1010-EXIT.
009900     IF WS-SIMULACAO
009910         DISPLAY "IMPAROUPAR - MODO SIMULACAO - MSTFILE, "
009920             "AUDFILE, CHKFILE E EXTFILE NAO SERAO ATUALIZADOS"
009930     END-IF.
009940     PERFORM 1130-CONTROLE-DO-DIA THRU 1130-EXIT.
009950     IF WS-CONSOLIDACAO
009960         PERFORM 1500-CONFERIR-PARTICOES THRU 1500-EXIT
009970         GO TO 1000-ABRIR-SAIDAS
009980     END-IF.
009990     OPEN INPUT NUMERO-FILE.
010000     IF NOT WS-FS-NUMERO-OK
010010         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-NUMERO
010020             " - STATUS " WS-FS-NUMERO
010030         GO TO 9999-ABEND
010040     END-IF.
010050 1000-ABRIR-SAIDAS.
010060     OPEN OUTPUT PARIMPAR-RPT.
010070     IF NOT WS-FS-RPT-OK
010080         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-RPT
010090             " - STATUS " WS-FS-RPT
010100         GO TO 9999-ABEND
010110     END-IF.
010120     OPEN OUTPUT REJECT-FILE.
010130     IF NOT WS-FS-REJ-OK
010140         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-REJ
010150             " - STATUS " WS-FS-REJ
010160         GO TO 9999-ABEND
010170     END-IF.
010180     IF WS-SIMULACAO
010190         PERFORM 1180-ABRIR-SIMULACAO THRU 1180-EXIT
010200         GO TO 1000-ABERTURAS-FEITAS
010210     END-IF.
010220     OPEN OUTPUT EXTRATO-FILE.
010230     IF NOT WS-FS-EXT-OK
010240         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-EXT
010250             " - STATUS " WS-FS-EXT
010260         GO TO 9999-ABEND
010270     END-IF.
010280     PERFORM 1190-WRITE-EXT-CABECALHO THRU 1190-EXIT.
010290     OPEN INPUT AUDIT-FILE.
010300     IF WS-FS-AUD-OK
010310         CLOSE AUDIT-FILE
010320         OPEN EXTEND AUDIT-FILE
010330     ELSE
010340         OPEN OUTPUT AUDIT-FILE
010350     END-IF.
010360     IF NOT WS-FS-AUD-OK
010370         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-AUD
010380             " - STATUS " WS-FS-AUD
010390         GO TO 9999-ABEND
010400     END-IF.
010410     IF WS-PARTICAO-ATIVA
010420         GO TO 1000-ABERTURAS-FEITAS
010430     END-IF.
010440     OPEN INPUT HISTORIA-FILE.
010450     IF WS-FS-HST-OK
010460         CLOSE HISTORIA-FILE
010470         OPEN EXTEND HISTORIA-FILE
010480     ELSE
010490         OPEN OUTPUT HISTORIA-FILE
010500     END-IF.
010510     IF NOT WS-FS-HST-OK
010520         DISPLAY "IMPAROUPAR - ERRO AO ABRIR HSTFILE - STATUS "
010530             WS-FS-HST
010540         GO TO 9999-ABEND
010550     END-IF.
010560 1000-ABERTURAS-FEITAS.
010570     IF WS-CONSOLIDACAO
010580         GO TO 1000-MESTRES-ABERTOS
010590     END-IF.
010600     PERFORM 1150-ABRIR-MASTER THRU 1150-EXIT.
010610     IF NOT WS-SIMULACAO
010620         PERFORM 1155-ABRIR-XREF THRU 1155-EXIT
010630     END-IF.
010640 1000-MESTRES-ABERTOS.
010650     PERFORM 1157-ABRIR-SEQUENCIA THRU 1157-EXIT.
010660     PERFORM 1160-CARREGAR-FILIAIS THRU 1160-EXIT.
010670     IF WS-POLITICA-QUARENTENA AND NOT WS-SIMULACAO
010680         PERFORM 1175-PREPARAR-QUARENTENA THRU 1175-EXIT
010690     END-IF.
010700     IF WS-CONSOLIDACAO
010710         PERFORM 1550-REGISTRAR-FONTES THRU 1550-EXIT
010720         GO TO 1000-EXIT
010730     END-IF.
010740     IF NOT WS-SIMULACAO
010750         PERFORM 1100-CHECKPOINT-SETUP THRU 1100-EXIT
010760     END-IF.
010770     IF WS-PARTICAO-ATIVA
010780         PERFORM 1080-ABRIR-CORPO THRU 1080-EXIT
010790     END-IF.
010800     PERFORM 1300-READ-HEADER THRU 1300-EXIT.
010810     MOVE WS-QTD-ESPERADA TO WS-PRIMEIRA-ESPERADA.
010820     PERFORM 1320-VALIDAR-REINICIO THRU 1320-EXIT.
010830     IF WS-RESTART
010840         MOVE ZERO TO WS-SKIP-CONTADOR
010850         PERFORM 1200-SKIP-UM-REGISTRO THRU 1200-EXIT
010860             UNTIL WS-SKIP-CONTADOR >= WS-RESTART-COUNT
010870                OR WS-EOF
010880         MOVE WS-RESTART-COUNT TO WS-RESTART-COUNT-ED
010890         DISPLAY "IMPAROUPAR - REINICIO - "
010900             WS-RESTART-COUNT-ED
010910             " REGISTROS JA PROCESSADOS SERAO PULADOS"
010920     END-IF.
010930     PERFORM 2100-READ-NUMERO THRU 2100-EXIT.
010940 1000-EXIT.
010950     EXIT.
010960******************************************************************
010970*    1010-IDENTIFICAR-MODO - ENVIRONMENT PARTICAO SELECTS THE     *
010980*                            RUN: BLANK FOR THE WHOLE NUMFILE IN  *
010990*                            ONE STEP, 1 TO 9 FOR ONE PARTITION   *
011000*                            CUT BY PARTICAO, C FOR THE           *
011010*                            CONSOLIDATION OF THE PARTITIONS.     *
011020*                            BOTH PARTITIONED MODES RUN UNDER     *
011030*                            THE JOB STAMP ON PARTCTL SO THE      *
011040*                            MASTER, TRAIL AND EXTRACT READ AS    *
011050*                            ONE JOB                              *
011060******************************************************************
011070 1010-IDENTIFICAR-MODO.
011080     ACCEPT WS-PARTICAO FROM ENVIRONMENT "PARTICAO".
011090     IF WS-PARTICAO = SPACE
011100         GO TO 1010-EXIT
011110     END-IF.
011120     IF WS-PARTICAO = "C"
011130         MOVE "C" TO WS-MODO-SW
011140     ELSE
011150         IF WS-PARTICAO IS NUMERIC AND WS-PARTICAO NOT = "0"
011160             MOVE "P" TO WS-MODO-SW
011170             MOVE WS-PARTICAO TO WS-PRT-NUMERO
011180         ELSE
011190             DISPLAY "IMPAROUPAR - PARTICAO " WS-PARTICAO
011200                 " INVALIDA - INFORMAR 1 A 9 OU C"
011210             GO TO 9999-ABEND
011220         END-IF
011230     END-IF.
011240     IF WS-SIMULACAO
011250         DISPLAY "IMPAROUPAR - MODO SIMULACAO NAO SE APLICA A "
011260             "EXECUCAO PARTICIONADA - EXECUCAO RECUSADA"
011270         GO TO 9999-ABEND
011280     END-IF.
011290     PERFORM 1020-LER-CONTROLE-PARTICAO THRU 1020-EXIT.
011300     IF WS-CONSOLIDACAO
011310         DISPLAY "IMPAROUPAR - CONSOLIDACAO DE " WS-PRT-QTD
011320             " PARTICAO(OES) - JOB " WS-JOB-ID
011330         GO TO 1010-EXIT
011340     END-IF.
011350     IF WS-PRT-NUMERO > WS-PRT-QTD
011360         DISPLAY "IMPAROUPAR - PARTICAO " WS-PARTICAO
011370             " SEM FONTES - A DIVISAO DO JOB " WS-JOB-ID
011380             " TEM " WS-PRT-QTD " PARTICAO(OES)"
011390         STOP RUN
011400     END-IF.
011410     PERFORM 1030-NOMEAR-ARQUIVOS THRU 1030-EXIT.
011420     PERFORM 1040-VERIFICAR-CONCLUIDA THRU 1040-EXIT.
011430     IF WS-IDIOMA-INGLES
011440         MOVE "  PARTITION " TO WS-LBL-PARTICAO
011450     ELSE
011460         MOVE "  PARTICAO " TO WS-LBL-PARTICAO
011470     END-IF.
011480     MOVE WS-PARTICAO TO WS-LBL-PARTICAO (13:1).
011490     DISPLAY "IMPAROUPAR - PARTICAO " WS-PARTICAO " DE "
011500         WS-PRT-QTD " - JOB " WS-JOB-ID.
011510 1010-EXIT.
011520     EXIT.
011530******************************************************************
011540*    1020-LER-CONTROLE-PARTICAO - ADOPT THE JOB STAMP OF THE      *
011550*                                 PENDING SPLIT AND TABLE ITS     *
011560*                                 SOURCE MAP.  NO PENDING SPLIT   *
011570*                                 ON PARTCTL STOPS THE RUN        *
011580******************************************************************
011590 1020-LER-CONTROLE-PARTICAO.
011600     OPEN INPUT CONTROLE-PRT-FILE.
011610     IF NOT WS-FS-PTC-OK
011620         DISPLAY "IMPAROUPAR - ERRO AO ABRIR PARTCTL - STATUS "
011630             WS-FS-PTC " - EXECUTAR O PARTICAO ANTES"
011640         GO TO 9999-ABEND
011650     END-IF.
011660     READ CONTROLE-PRT-FILE
011670         AT END
011680             MOVE SPACES TO PTC-RECORD
011690     END-READ.
011700     IF NOT PTC-JOB
011710         CLOSE CONTROLE-PRT-FILE
011720         DISPLAY "IMPAROUPAR - NENHUMA DIVISAO PENDENTE NO "
011730             "PARTCTL - EXECUTAR O PARTICAO ANTES"
011740         GO TO 9999-ABEND
011750     END-IF.
011760     MOVE PTC-JOB-ID TO WS-JOB-ID.
011770     MOVE PTC-DATA TO WS-DATA-SISTEMA.
011780     MOVE PTC-HORA TO WS-HORA-SISTEMA.
011790     MOVE PTC-QTD-PARTICOES TO WS-PRT-QTD.
011800     MOVE PTC-QTD-FONTES TO WS-PTC-QTD-FONTES.
011810     PERFORM 1022-ZERAR-PARTICAO THRU 1022-EXIT
011820         VARYING WS-PRT-IDX FROM 1 BY 1
011830         UNTIL WS-PRT-IDX > 9.
011840     MOVE ZERO TO WS-PTC-IDX.
011850     MOVE ZERO TO WS-PRT-LOCAL-QTD.
011860     MOVE "N" TO WS-PTC-EOF-SWITCH.
011870     PERFORM 1025-LER-FONTE-PARTICAO THRU 1025-EXIT
011880         UNTIL WS-PTC-EOF.
011890     CLOSE CONTROLE-PRT-FILE.
011900     IF WS-PTC-IDX NOT = WS-PTC-QTD-FONTES
011910         DISPLAY "IMPAROUPAR - PARTCTL INCOMPLETO - EXECUTAR O "
011920             "PARTICAO NOVAMENTE"
011930         GO TO 9999-ABEND
011940     END-IF.
011950 1020-EXIT.
011960     EXIT.
011970******************************************************************
011980*    1022-ZERAR-PARTICAO - CLEAR ONE PARTITION'S SOURCE COUNT     *
011990******************************************************************
012000 1022-ZERAR-PARTICAO.
012010     MOVE ZERO TO WS-PRT-FONTES (WS-PRT-IDX).
012020 1022-EXIT.
012030     EXIT.
012040******************************************************************
012050*    1025-LER-FONTE-PARTICAO - ONE SOURCE OF THE MAP: ITS         *
012060*                              PARTITION AND BRANCH, AND FOR A    *
012070*                              PARTITION STEP THE LOCAL-TO-       *
012080*                              GLOBAL SOURCE NUMBER TABLE         *
012090******************************************************************
012100 1025-LER-FONTE-PARTICAO.
012110     READ CONTROLE-PRT-FILE
012120         AT END
012130             MOVE "Y" TO WS-PTC-EOF-SWITCH
012140             GO TO 1025-EXIT
012150     END-READ.
012160     IF NOT PTC-FONTE-REG
012170         GO TO 1025-EXIT
012180     END-IF.
012190     ADD 1 TO WS-PTC-IDX.
012200     IF WS-PTC-IDX > WS-PTC-MAXIMO
012210        OR PTC-FONTE NOT = WS-PTC-IDX
012220        OR PTC-FON-PARTICAO NOT NUMERIC
012230        OR PTC-FON-PARTICAO = ZERO
012240        OR PTC-FON-PARTICAO > WS-PRT-QTD
012250         DISPLAY "IMPAROUPAR - PARTCTL INVALIDO NA FONTE "
012260             PTC-FONTE " - EXECUTAR O PARTICAO NOVAMENTE"
012270         GO TO 9999-ABEND
012280     END-IF.
012290     MOVE PTC-FON-PARTICAO TO WS-MAPA-PARTICAO (WS-PTC-IDX).
012300     MOVE PTC-FILIAL TO WS-MAPA-FILIAL (WS-PTC-IDX).
012310     MOVE PTC-FON-PARTICAO TO WS-PRT-IDX.
012320     ADD 1 TO WS-PRT-FONTES (WS-PRT-IDX).
012330     IF WS-PARTICAO-ATIVA AND PTC-FON-PARTICAO = WS-PRT-NUMERO
012340         ADD 1 TO WS-PRT-LOCAL-QTD
012350         MOVE WS-PTC-IDX TO WS-PRT-LOCAL-FONTE (WS-PRT-LOCAL-QTD)
012360     END-IF.
012370 1025-EXIT.
012380     EXIT.
012390******************************************************************
012400*    1030-NOMEAR-ARQUIVOS - A PARTITION STEP READS ITS OWN NUMPN  *
012410*                           AND WRITES ITS OWN PARTIAL OUTPUTS,   *
012420*                           NAMED WITH THE PARTITION NUMBER       *
012430******************************************************************
012440 1030-NOMEAR-ARQUIVOS.
012450     MOVE "NUMP" TO WS-NOME-NUMERO.
012460     MOVE WS-PARTICAO TO WS-NOME-NUMERO (5:1).
012470     MOVE "RPTP" TO WS-NOME-RPT.
012480     MOVE WS-PARTICAO TO WS-NOME-RPT (5:1).
012490     MOVE "REJP" TO WS-NOME-REJ.
012500     MOVE WS-PARTICAO TO WS-NOME-REJ (5:1).
012510     MOVE "CHKP" TO WS-NOME-CHK.
012520     MOVE WS-PARTICAO TO WS-NOME-CHK (5:1).
012530     MOVE "AUDP" TO WS-NOME-AUD.
012540     MOVE WS-PARTICAO TO WS-NOME-AUD (5:1).
012550     MOVE "EXTP" TO WS-NOME-EXT.
012560     MOVE WS-PARTICAO TO WS-NOME-EXT (5:1).
012570     MOVE "DUPP" TO WS-NOME-DUP.
012580     MOVE WS-PARTICAO TO WS-NOME-DUP (5:1).
012590     MOVE "SEQP" TO WS-NOME-SEQ.
012600     MOVE WS-PARTICAO TO WS-NOME-SEQ (5:1).
012610     MOVE "STSP" TO WS-NOME-STS.
012620     MOVE WS-PARTICAO TO WS-NOME-STS (5:1).
012630     MOVE "CPOP" TO WS-NOME-CPO.
012640     MOVE WS-PARTICAO TO WS-NOME-CPO (5:1).
012650     MOVE "PCTP" TO WS-NOME-PCT.
012660     MOVE WS-PARTICAO TO WS-NOME-PCT (5:1).
012670 1030-EXIT.
012680     EXIT.
012690******************************************************************
012700*    1040-VERIFICAR-CONCLUIDA - A PARTITION WHOSE TOTALS ARE      *
012710*                               ALREADY ON PCTPN HAS FINISHED     *
012720*                               FOR THIS SPLIT; RUNNING IT AGAIN  *
012730*                               WOULD COUNT ITS NUMBERS TWICE ON  *
012740*                               THE MASTER                        *
012750******************************************************************
012760 1040-VERIFICAR-CONCLUIDA.
012770     OPEN INPUT TOTAIS-PRT-FILE.
012780     IF NOT WS-FS-PCT-OK
012790         GO TO 1040-EXIT
012800     END-IF.
012810     READ TOTAIS-PRT-FILE
012820         AT END
012830             CLOSE TOTAIS-PRT-FILE
012840             GO TO 1040-EXIT
012850     END-READ.
012860     CLOSE TOTAIS-PRT-FILE.
012870     DISPLAY "IMPAROUPAR - PARTICAO " WS-PARTICAO
012880         " JA CONCLUIDA EM " PCT-DATA-FIM " " PCT-HORA-FIM
012890         " - AGUARDANDO A CONSOLIDACAO - EXECUCAO RECUSADA".
012900     GO TO 9999-ABEND.
012910 1040-EXIT.
012920     EXIT.
012930******************************************************************
012940*    1080-ABRIR-CORPO - PARTITION STEP ONLY: OPEN THE REPORT-     *
012950*                       BODY WORK FILE THE CONSOLIDATION SORTS    *
012960*                       BACK INTO NUMFILE ORDER (SEE CPOREC)      *
012970******************************************************************
012980 1080-ABRIR-CORPO.
012990     OPEN OUTPUT CORPO-FILE.
013000     IF NOT WS-FS-CPO-OK
013010         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-CPO
013020             " - STATUS " WS-FS-CPO
013030         GO TO 9999-ABEND
013040     END-IF.
013050     MOVE ZERO TO WS-CPO-SEQUENCIA.
013060     MOVE "Y" TO WS-CORPO-SW.
013070 1080-EXIT.
013080     EXIT.
013090******************************************************************
013100*    1100-CHECKPOINT-SETUP - DETECT A RESTART AND POSITION THE    *
013110*                            CHECKPOINT FILE FOR THIS RUN         *
013120******************************************************************
013130 1100-CHECKPOINT-SETUP.
013140     OPEN INPUT CHECKPOINT-FILE.
013150     IF WS-FS-CHK-OK
013160         MOVE "Y" TO WS-RESTART-SWITCH
013170         PERFORM 1110-LER-ULTIMO-CHECKPOINT THRU 1110-EXIT
013180             UNTIL WS-CHK-EOF
013190         CLOSE CHECKPOINT-FILE
013200         OPEN EXTEND CHECKPOINT-FILE
013210     ELSE
013220         OPEN OUTPUT CHECKPOINT-FILE
013230     END-IF.
013240 1100-EXIT.
013250     EXIT.
013260******************************************************************
013270*    1110-LER-ULTIMO-CHECKPOINT - FIND THE LAST CHECKPOINT RECORD *
013280******************************************************************
013290 1110-LER-ULTIMO-CHECKPOINT.
013300     READ CHECKPOINT-FILE
013310         AT END
013320             MOVE "Y" TO WS-CHK-EOF-SWITCH
013330         NOT AT END
013340             MOVE CHK-QTD-PROCESSADA TO WS-RESTART-COUNT
013350             MOVE CHK-QTD-ESPERADA TO WS-CHK-ESPERADA
013360     END-READ.
013370 1110-EXIT.
013380     EXIT.
013390******************************************************************
013400*    1130-CONTROLE-DO-DIA - ESTABLISH THE BUSINESS DATE FROM THE  *
013410*                           RUN-CONTROL FILE AND REFUSE A SECOND  *
013420*                           RUN OF A DATE ALREADY PROCESSADO OR   *
013430*                           FECHADO UNLESS PRM-FORCAR IS GIVEN.   *
013440*                           AN UNAVAILABLE RUNCTL TURNS THE       *
013450*                           CONTROL OFF WITH A WARNING.  A DATE   *
013460*                           IN A CLOSED MONTH IS REFUSED EVEN     *
013470*                           WITH PRM-FORCAR (1145)                *
013480*                           A PARTITION STEP ONLY READS IT -      *
013490*                           THE CONSOLIDATION MARKS THE DAY       *
013500******************************************************************
013510 1130-CONTROLE-DO-DIA.
013520     MOVE WS-DATA-SISTEMA TO WS-DATA-NEGOCIO.
013530     IF WS-PARTICAO-ATIVA
013540         OPEN INPUT RUNCTL-FILE
013550         GO TO 1130-TESTAR-STATUS
013560     END-IF.
013570     OPEN I-O RUNCTL-FILE.
013580     IF WS-FS-RCT-INEXISTENTE
013590         OPEN OUTPUT RUNCTL-FILE
013600         CLOSE RUNCTL-FILE
013610         OPEN I-O RUNCTL-FILE
013620     END-IF.
013630 1130-TESTAR-STATUS.
013640     IF NOT WS-FS-RCT-OK
013650         DISPLAY "IMPAROUPAR - RUNCTL INDISPONIVEL - STATUS "
013660             WS-FS-RCT " - CONTROLE DE DIA DESATIVADO"
013670         GO TO 1130-EXIT
013680     END-IF.
013690     MOVE "Y" TO WS-RUNCTL-ATIVO-SW.
013700     PERFORM 1135-PROCURAR-DIA-ABERTO THRU 1135-EXIT.
013710     DISPLAY "IMPAROUPAR - DATA DE NEGOCIO " WS-DATA-NEGOCIO.
013720     IF NOT WS-SIMULACAO
013730         PERFORM 1145-VERIFICAR-MES THRU 1145-EXIT
013740     END-IF.
013750     MOVE WS-DATA-NEGOCIO-X TO RCT-CHAVE.
013760     MOVE "N" TO WS-RCT-ACHADO-SW.
013770     READ RUNCTL-FILE
013780         INVALID KEY
013790             CONTINUE
013800         NOT INVALID KEY
013810             MOVE "Y" TO WS-RCT-ACHADO-SW
013820     END-READ.
013830     IF WS-RCT-ACHADO
013840        AND ( RCT-PROCESSADO OR RCT-FECHADO )
013850        AND NOT WS-SIMULACAO
013860         IF WS-FORCAR-REPROCESSO
013870             DISPLAY "IMPAROUPAR - DIA " WS-DATA-NEGOCIO
013880                 " JA " RCT-STATUS
013890                 " - REPROCESSAMENTO FORCADO PELO OPERADOR"
013900         ELSE
013910             DISPLAY "IMPAROUPAR - DIA " WS-DATA-NEGOCIO
013920                 " JA PROCESSADO OU FECHADO NO RUNCTL - "
013930                 "EXECUCAO RECUSADA - INFORMAR PRM-FORCAR "
013940                 "PARA REPROCESSAR"
013950             GO TO 9999-ABEND
013960         END-IF
013970     END-IF.
013980 1130-EXIT.
013990     EXIT.
014000******************************************************************
014010*    1135-PROCURAR-DIA-ABERTO - SCAN THE RUN CONTROL FOR THE DAY  *
014020*                               THE OPERATOR LEFT ABERTO; NONE    *
014030*                               OPEN MEANS THE SYSTEM DATE RUNS   *
014040******************************************************************
014050 1135-PROCURAR-DIA-ABERTO.
014060     MOVE "N" TO WS-RCT-EOF-SWITCH.
014070     MOVE "N" TO WS-DIA-ABERTO-SW.
014080     PERFORM 1140-LER-RUNCTL THRU 1140-EXIT
014090         UNTIL WS-RCT-EOF OR WS-DIA-ABERTO-ACHADO.
014100 1135-EXIT.
014110     EXIT.
014120******************************************************************
014130*    1140-LER-RUNCTL - ONE RUN-CONTROL RECORD OF THE SCAN         *
014140******************************************************************
014150 1140-LER-RUNCTL.
014160     READ RUNCTL-FILE NEXT RECORD
014170         AT END
014180             MOVE "Y" TO WS-RCT-EOF-SWITCH
014190         NOT AT END
014200             IF RCT-ABERTO
014210                 MOVE RCT-CHAVE TO WS-DATA-NEGOCIO-X
014220                 MOVE "Y" TO WS-DIA-ABERTO-SW
014230             END-IF
014240     END-READ.
014250 1140-EXIT.
014260     EXIT.
014270******************************************************************
014280*    1145-VERIFICAR-MES - REFUSE A LIVE RUN OF A BUSINESS DATE    *
014290*                         IN A MONTH CLOSED ON MESFILE.           *
014300*                         PRM-FORCAR DOES NOT OVERRIDE A CLOSED   *
014310*                         PERIOD; NO MESFILE MEANS NO MONTH WAS   *
014320*                         EVER CLOSED                             *
014330******************************************************************
014340 1145-VERIFICAR-MES.
014350     OPEN INPUT MES-FILE.
014360     IF WS-FS-MES-INEXISTENTE
014370         GO TO 1145-EXIT
014380     END-IF.
014390     IF NOT WS-FS-MES-OK
014400         DISPLAY "IMPAROUPAR - ERRO AO ABRIR MESFILE - STATUS "
014410             WS-FS-MES
014420         GO TO 9999-ABEND
014430     END-IF.
014440     MOVE WS-DATA-NEGOCIO-X (1:6) TO MES-CHAVE.
014450     READ MES-FILE
014460         INVALID KEY
014470             MOVE SPACES TO MES-STATUS
014480     END-READ.
014490     CLOSE MES-FILE.
014500     IF MES-FECHADO
014510         DISPLAY "IMPAROUPAR - DIA " WS-DATA-NEGOCIO
014520             " EM MES FECHADO (" MES-CHAVE ") - EXECUCAO "
014530             "RECUSADA - REABRIR O MES PELO FECHMES"
014540         GO TO 9999-ABEND
014550     END-IF.
014560 1145-EXIT.
014570     EXIT.
014580******************************************************************
014590*    1150-ABRIR-MASTER - OPEN (OR CREATE) THE CLASSIFICATION     *
014600*                        MASTER.  WHEN THE MASTER CANNOT BE      *
014610*                        OPENED THE RUN PROCEEDS WITH DUPLICATE  *
014620*                        DETECTION OFF RATHER THAN HOLDING UP    *
014630*                        THE NIGHTLY BATCH.                      *
014640*                        A PARTITION STEP STOPS INSTEAD, SO      *
014650*                        IT CAN BE RERUN WITH THE MASTER         *
014660******************************************************************
014670 1150-ABRIR-MASTER.
014680     IF WS-SIMULACAO
014690         OPEN INPUT MASTER-FILE
014700         GO TO 1150-TESTAR-STATUS
014710     END-IF.
014720     OPEN I-O MASTER-FILE.
014730     IF WS-FS-MST-INEXISTENTE
014740         OPEN OUTPUT MASTER-FILE
014750         CLOSE MASTER-FILE
014760         OPEN I-O MASTER-FILE
014770     END-IF.
014780 1150-TESTAR-STATUS.
014790     IF WS-PARTICAO-ATIVA AND NOT WS-FS-MST-OK
014800         DISPLAY "IMPAROUPAR - PARTICAO " WS-PARTICAO
014810             " - MSTFILE INDISPONIVEL - STATUS " WS-FS-MST
014820             " - REEXECUTAR A PARTICAO"
014830         GO TO 9999-ABEND
014840     END-IF.
014850     IF WS-FS-MST-OK
014860         MOVE "Y" TO WS-MASTER-ATIVO-SW
014870     ELSE
014880         DISPLAY "IMPAROUPAR - MSTFILE INDISPONIVEL - STATUS "
014890             WS-FS-MST " - DETECCAO DE DUPLICADOS DESATIVADA"
014900     END-IF.
014910 1150-EXIT.
014920     EXIT.
014930******************************************************************
014940*    1155-ABRIR-XREF - OPEN (OR CREATE) THE AUDIT CROSS-         *
014950*                      REFERENCE.  WHEN IT CANNOT BE OPENED THE  *
014960*                      RUN PROCEEDS WITHOUT MAINTAINING IT       *
014970*                      RATHER THAN HOLDING UP THE NIGHTLY BATCH  *
014980*                      - A PARTITION STEP STOPS INSTEAD          *
014990******************************************************************
015000 1155-ABRIR-XREF.
015010     OPEN I-O XREF-FILE.
015020     IF WS-FS-XRF-INEXISTENTE
015030         OPEN OUTPUT XREF-FILE
015040         CLOSE XREF-FILE
015050         OPEN I-O XREF-FILE
015060     END-IF.
015070     IF WS-PARTICAO-ATIVA AND NOT WS-FS-XRF-OK
015080         DISPLAY "IMPAROUPAR - PARTICAO " WS-PARTICAO
015090             " - XREFFILE INDISPONIVEL - STATUS " WS-FS-XRF
015100             " - REEXECUTAR A PARTICAO"
015110         GO TO 9999-ABEND
015120     END-IF.
015130     IF WS-FS-XRF-OK
015140         MOVE "Y" TO WS-XREF-ATIVO-SW
015150     ELSE
015160         DISPLAY "IMPAROUPAR - XREFFILE INDISPONIVEL - STATUS "
015170             WS-FS-XRF " - CRUZAMENTO DE AUDITORIA DESATIVADO"
015180     END-IF.
015190 1155-EXIT.
015200     EXIT.
015210******************************************************************
015220*    1157-ABRIR-SEQUENCIA - OPEN THE SEQLIST LISTING AND OPEN (OR *
015230*                           CREATE) THE BRANCH HIGH-WATER-MARK    *
015240*                           FILE - READ-ONLY IN SIMULATION MODE.  *
015250*                           WHEN HWMFILE CANNOT BE OPENED THE RUN *
015260*                           PROCEEDS WITH SEQUENCE CONTROL OFF    *
015270*                           RATHER THAN HOLDING UP THE BATCH      *
015280*                           (THE CONSOLIDATION NEEDS NO HWMFILE)  *
015290******************************************************************
015300 1157-ABRIR-SEQUENCIA.
015310     OPEN OUTPUT SEQUENCIA-RPT.
015320     IF NOT WS-FS-SEQ-OK
015330         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-SEQ
015340             " - STATUS " WS-FS-SEQ
015350         GO TO 9999-ABEND
015360     END-IF.
015370     MOVE SPACES TO SEQ-RECORD.
015380     STRING "IMPAROUPAR - CONTROLE DE SEQUENCIA POR FILIAL - "
015390             DELIMITED BY SIZE
015400         "DATA DE NEGOCIO " DELIMITED BY SIZE
015410         WS-DATA-NEGOCIO DELIMITED BY SIZE
015420         " - EMITIDO EM " DELIMITED BY SIZE
015430         WS-DATA-SISTEMA DELIMITED BY SIZE
015440         " " DELIMITED BY SIZE
015450         WS-HORA-SISTEMA DELIMITED BY SIZE
015460         " JOB " DELIMITED BY SIZE
015470         WS-JOB-ID DELIMITED BY SIZE
015480         INTO SEQ-RECORD.
015490     WRITE SEQ-RECORD.
015500     IF WS-CONSOLIDACAO
015510         GO TO 1157-EXIT
015520     END-IF.
015530     IF WS-SIMULACAO
015540         OPEN INPUT MARCA-FILE
015550         GO TO 1157-TESTAR-STATUS
015560     END-IF.
015570     OPEN I-O MARCA-FILE.
015580     IF WS-FS-HWM-INEXISTENTE
015590         OPEN OUTPUT MARCA-FILE
015600         CLOSE MARCA-FILE
015610         OPEN I-O MARCA-FILE
015620     END-IF.
015630 1157-TESTAR-STATUS.
015640     IF WS-FS-HWM-OK
015650         MOVE "Y" TO WS-MARCA-ATIVA-SW
015660     ELSE
015670         DISPLAY "IMPAROUPAR - HWMFILE INDISPONIVEL - STATUS "
015680             WS-FS-HWM " - CONTROLE DE SEQUENCIA DESATIVADO"
015690         MOVE SPACES TO SEQ-RECORD
015700         STRING "HWMFILE INDISPONIVEL - STATUS " DELIMITED BY SIZE
015710             WS-FS-HWM DELIMITED BY SIZE
015720             " - CONTROLE DE SEQUENCIA DESATIVADO"
015730                 DELIMITED BY SIZE
015740             INTO SEQ-RECORD
015750         WRITE SEQ-RECORD
015760     END-IF.
015770 1157-EXIT.
015780     EXIT.
015790******************************************************************
015800*    1160-CARREGAR-FILIAIS - LOAD THE BRANCH REGISTRY INTO THE    *
015810*                            LOOKUP TABLE.  WHEN FILFILE CANNOT   *
015820*                            BE OPENED THE RUN PROCEEDS WITH THE  *
015830*                            BRANCH CONTROL OFF RATHER THAN       *
015840*                            HOLDING UP THE NIGHTLY BATCH.        *
015850******************************************************************
015860 1160-CARREGAR-FILIAIS.
015870     OPEN INPUT FILIAL-FILE.
015880     IF WS-FS-FIL-OK
015890         MOVE "Y" TO WS-REGISTRO-FIL-SW
015900         PERFORM 1170-LER-FILIAL THRU 1170-EXIT
015910             UNTIL WS-FIL-EOF
015920         CLOSE FILIAL-FILE
015930     ELSE
015940         DISPLAY "IMPAROUPAR - FILFILE INDISPONIVEL - STATUS "
015950             WS-FS-FIL " - CONTROLE DE FILIAIS DESATIVADO"
015960     END-IF.
015970 1160-EXIT.
015980     EXIT.
015990******************************************************************
016000*    1170-LER-FILIAL - READ AND TABLE ONE BRANCH REGISTRY RECORD  *
016010******************************************************************
016020 1170-LER-FILIAL.
016030     READ FILIAL-FILE
016040         AT END
016050             MOVE "Y" TO WS-FIL-EOF-SWITCH
016060         NOT AT END
016070             IF WS-QTD-FILIAIS < WS-FIL-MAXIMO
016080                 ADD 1 TO WS-QTD-FILIAIS
016090                 MOVE FIL-CODIGO
016100                     TO WS-FIL-TAB-CODIGO (WS-QTD-FILIAIS)
016110                 MOVE FIL-NOME
016120                     TO WS-FIL-TAB-NOME (WS-QTD-FILIAIS)
016130                 MOVE FIL-DIARIA
016140                     TO WS-FIL-TAB-DIARIA (WS-QTD-FILIAIS)
016150                 MOVE "N"
016160                     TO WS-FIL-TAB-SUBMETEU (WS-QTD-FILIAIS)
016170                 MOVE FIL-DIGITO-VERIF
016180                     TO WS-FIL-TAB-DV (WS-QTD-FILIAIS)
016190                 IF NOT FIL-DV-NENHUM
016200                    AND NOT FIL-DV-MODULO-11
016210                    AND NOT FIL-DV-MODULO-10
016220                     DISPLAY "IMPAROUPAR - FILIAL " FIL-CODIGO
016230                         " - ESQUEMA DE DIGITO VERIFICADOR "
016240                         FIL-DIGITO-VERIF " DESCONHECIDO - "
016250                         "SEM VERIFICACAO"
016260                     MOVE SPACES TO WS-FIL-TAB-DV (WS-QTD-FILIAIS)
016270                 END-IF
016280             ELSE
016290                 DISPLAY "IMPAROUPAR - TABELA DE FILIAIS CHEIA - "
016300                     "FILIAL " FIL-CODIGO " IGNORADA"
016310             END-IF
016320     END-READ.
016330 1170-EXIT.
016340     EXIT.
016350******************************************************************
016360*    1175-PREPARAR-QUARENTENA - QUARANTINE POLICY ONLY: OPEN THE  *
016370*                               DUPFILE DIVERSION DATASET AND     *
016380*                               LOAD THE OPERATOR ACCEPT-LIST OF  *
016390*                               LEGITIMATELY RECURRING NUMBERS    *
016400******************************************************************
016410 1175-PREPARAR-QUARENTENA.
016420     OPEN OUTPUT DUPLICADO-FILE.
016430     IF NOT WS-FS-DUP-OK
016440         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-DUP
016450             " - STATUS " WS-FS-DUP
016460         GO TO 9999-ABEND
016470     END-IF.
016480     OPEN INPUT ACEITE-FILE.
016490     IF WS-FS-ACE-OK
016500         PERFORM 1176-LER-ACEITE THRU 1176-EXIT
016510             UNTIL WS-ACE-EOF
016520         CLOSE ACEITE-FILE
016530     END-IF.
016540 1175-EXIT.
016550     EXIT.
016560******************************************************************
016570*    1176-LER-ACEITE - READ AND TABLE ONE ACCEPT-LIST VALUE       *
016580******************************************************************
016590 1176-LER-ACEITE.
016600     READ ACEITE-FILE
016610         AT END
016620             MOVE "Y" TO WS-ACE-EOF-SWITCH
016630         NOT AT END
016640             IF WS-QTD-ACEITES < WS-ACE-MAXIMO
016650                 ADD 1 TO WS-QTD-ACEITES
016660                 MOVE ACE-CHAVE
016670                     TO WS-ACE-VALOR (WS-QTD-ACEITES)
016680             ELSE
016690                 DISPLAY "IMPAROUPAR - TABELA DE ACEITES CHEIA "
016700                     "- ACEITE IGNORADO: " ACE-CHAVE
016710             END-IF
016720     END-READ.
016730 1176-EXIT.
016740     EXIT.
016750******************************************************************
016760*    1180-ABRIR-SIMULACAO - OPEN THE SIMULATION IMPACT REPORT     *
016770*                           AND WRITE ITS TITLE BLOCK             *
016780******************************************************************
016790 1180-ABRIR-SIMULACAO.
016800     OPEN OUTPUT SIMULACAO-RPT.
016810     IF NOT WS-FS-SIM-OK
016820         DISPLAY "IMPAROUPAR - ERRO AO ABRIR SIMLIST - STATUS "
016830             WS-FS-SIM
016840         GO TO 9999-ABEND
016850     END-IF.
016860     MOVE SPACES TO SIM-RECORD.
016870     STRING "IMPAROUPAR - SIMULACAO DE IMPACTO - MODULO "
016880             DELIMITED BY SIZE
016890         WS-CFG-MODULO DELIMITED BY SIZE
016900         " - EMITIDO EM " DELIMITED BY SIZE
016910         WS-DATA-SISTEMA DELIMITED BY SIZE
016920         " " DELIMITED BY SIZE
016930         WS-HORA-SISTEMA DELIMITED BY SIZE
016940         INTO SIM-RECORD.
016950     WRITE SIM-RECORD.
016960     MOVE SPACES TO SIM-RECORD.
016970     STRING "NUMERO              RESULTADO ANTERIOR  "
016980             DELIMITED BY SIZE
016990         "NOVO RESULTADO" DELIMITED BY SIZE
017000         INTO SIM-RECORD.
017010     WRITE SIM-RECORD.
017020 1180-EXIT.
017030     EXIT.
017040******************************************************************
017050*    1190-WRITE-EXT-CABECALHO - OPEN THE EXTRACT WITH ITS CONTROL *
017060*                               HEADER SO THE RECEIVING END CAN   *
017070*                               PROVE THE TRANSFER COMPLETE       *
017080******************************************************************
017090 1190-WRITE-EXT-CABECALHO.
017100     MOVE SPACES TO EXT-RECORD.
017110     MOVE "H" TO EXT-TIPO-REG.
017120     MOVE WS-DATA-SISTEMA TO EXT-HDR-DATA.
017130     MOVE WS-HORA-SISTEMA TO EXT-HDR-HORA.
017140     MOVE WS-JOB-ID       TO EXT-HDR-JOB-ID.
017150     MOVE WS-DATA-NEGOCIO TO EXT-HDR-DATA-NEGOCIO.
017160     WRITE EXT-RECORD.
017170 1190-EXIT.
017180     EXIT.
017190******************************************************************
017200*    1200-SKIP-UM-REGISTRO - DISCARD ONE ALREADY-PROCESSED DETAIL *
017210*                            RECORD.  HEADER AND TRAILER RECORDS  *
017220*                            PASSED OVER DURING THE SKIP ARE      *
017230*                            STILL HONOURED AS SOURCE BOUNDARIES  *
017240*                            SO A MULTI-SOURCE RESTART KEEPS THE  *
017250*                            PER-SOURCE ACCOUNTING STRAIGHT       *
017260******************************************************************
017270 1200-SKIP-UM-REGISTRO.
017280     PERFORM 2100-READ-NUMERO THRU 2100-EXIT.
017290     IF WS-EOF
017300         GO TO 1200-EXIT
017310     END-IF.
017320     IF NUM-HEADER
017330         MOVE NUM-QTD-ESPERADA TO WS-QTD-ESPERADA
017340         MOVE NUM-FILIAL TO WS-FONTE-FILIAL
017350         PERFORM 1310-NUMERAR-FONTE THRU 1310-EXIT
017360         PERFORM 1350-REGISTRAR-FILIAL THRU 1350-EXIT
017370         PERFORM 1390-LER-MARCA THRU 1390-EXIT
017380         GO TO 1200-EXIT
017390     END-IF.
017400     IF NUM-TRAILER
017410         MOVE NUM-QTD-ATUAL TO WS-QTD-ATUAL-TRAILER
017420         MOVE "Y" TO WS-TRAILER-SWITCH
017430         PERFORM 7300-CONCLUIR-FONTE THRU 7300-EXIT
017440         PERFORM 2710-RESET-FONTE THRU 2710-EXIT
017450         GO TO 1200-EXIT
017460     END-IF.
017470     ADD 1 TO WS-SKIP-CONTADOR.
017480     ADD 1 TO WS-FONTE-RESTART.
017490 1200-EXIT.
017500     EXIT.
017510******************************************************************
017520*    1300-READ-HEADER - READ AND VALIDATE THE LEADING HEADER      *
017530*                       RECORD THAT CARRIES THE EXPECTED COUNT    *
017540******************************************************************
017550 1300-READ-HEADER.
017560     READ NUMERO-FILE
017570         AT END
017580             MOVE "Y" TO WS-EOF-SWITCH
017590     END-READ.
017600     IF NOT WS-EOF
017610         IF NUM-HEADER
017620             MOVE NUM-QTD-ESPERADA TO WS-QTD-ESPERADA
017630             MOVE NUM-FILIAL TO WS-FONTE-FILIAL
017640             PERFORM 1310-NUMERAR-FONTE THRU 1310-EXIT
017650             PERFORM 1350-REGISTRAR-FILIAL THRU 1350-EXIT
017660             PERFORM 1390-LER-MARCA THRU 1390-EXIT
017670         ELSE
017680             DISPLAY "IMPAROUPAR - REGISTRO HEADER AUSENTE OU "
017690                 "INVALIDO NO INICIO DE NUMFILE"
017700             GO TO 9999-ABEND
017710         END-IF
017720     END-IF.
017730 1300-EXIT.
017740     EXIT.
017750******************************************************************
017760*    1310-NUMERAR-FONTE - NUMBER THE SOURCE WHOSE HEADER WAS      *
017770*                         JUST READ.  A PARTITION STEP CARRIES    *
017780*                         THE SOURCE'S NUMBER IN THE WHOLE        *
017790*                         NUMFILE FROM PARTCTL, SO ITS REPORT,    *
017800*                         SEQLIST AND CONSOLE LINES MATCH A       *
017810*                         SINGLE RUN; A NUMPN THAT DOES NOT       *
017820*                         MATCH ITS MAP STOPS THE STEP            *
017830******************************************************************
017840 1310-NUMERAR-FONTE.
017850     COMPUTE WS-FONTE-LOCAL = WS-QTD-FONTES + 1.
017860     IF NOT WS-PARTICAO-ATIVA
017870         MOVE WS-FONTE-LOCAL TO WS-FONTE-GLOBAL
017880         GO TO 1310-EXIT
017890     END-IF.
017900     IF WS-FONTE-LOCAL > WS-PRT-LOCAL-QTD
017910         DISPLAY "IMPAROUPAR - " WS-NOME-NUMERO
017920             " TEM MAIS FONTES QUE O PARTCTL - EXECUTAR O "
017930             "PARTICAO NOVAMENTE"
017940         GO TO 9999-ABEND
017950     END-IF.
017960     MOVE WS-PRT-LOCAL-FONTE (WS-FONTE-LOCAL) TO WS-FONTE-GLOBAL.
017970     IF WS-MAPA-FILIAL (WS-FONTE-GLOBAL) NOT = NUM-FILIAL
017980         MOVE WS-FONTE-GLOBAL TO WS-FONTE-NUMERO-ED
017990         DISPLAY "IMPAROUPAR - " WS-NOME-NUMERO " FONTE "
018000             WS-FONTE-NUMERO-ED " FILIAL " NUM-FILIAL
018010             " DIFERENTE DO PARTCTL - EXECUTAR O PARTICAO "
018020             "NOVAMENTE"
018030         GO TO 9999-ABEND
018040     END-IF.
018050 1310-EXIT.
018060     EXIT.
018070*****************************************************************
018080*    1320-VALIDAR-REINICIO - A CHECKPOINT FILE IS ONLY A VALID   *
018090*                            RESTART OF *THIS* NUMFILE IF IT     *
018100*                            WAS WRITTEN FOR THE SAME HEADER     *
018110*                            COUNT - OTHERWISE IT IS A LEFTOVER  *
018120*                            FROM AN UNRELATED PRIOR BATCH       *
018130*****************************************************************
018140 1320-VALIDAR-REINICIO.
018150     IF WS-RESTART
018160         IF WS-CHK-ESPERADA NOT = WS-QTD-ESPERADA
018170             DISPLAY "IMPAROUPAR - CHECKPOINT ENCONTRADO NAO "
018180                 "CORRESPONDE AO LOTE ATUAL - TRATANDO COMO "
018190                 "EXECUCAO NOVA"
018200             MOVE "N" TO WS-RESTART-SWITCH
018210             MOVE ZERO TO WS-RESTART-COUNT
018220             CLOSE CHECKPOINT-FILE
018230             OPEN OUTPUT CHECKPOINT-FILE
018240         END-IF
018250     END-IF.
018260 1320-EXIT.
018270     EXIT.
018280******************************************************************
018290*    1350-REGISTRAR-FILIAL - IDENTIFY THE SOURCE'S BRANCH FROM    *
018300*                            THE HEADER CODE: MARK A REGISTERED   *
018310*                            BRANCH AS SUBMITTED AND PICK UP ITS  *
018320*                            NAME, NOTE AN UNREGISTERED CODE FOR  *
018330*                            THE COMPLETENESS SECTION, COUNT A    *
018340*                            BLANK CODE AS AN UNIDENTIFIED SOURCE *
018350******************************************************************
018360 1350-REGISTRAR-FILIAL.
018370     MOVE SPACES TO WS-FONTE-FILIAL-NOME.
018380     MOVE SPACES TO WS-FONTE-DV.
018390     IF WS-FONTE-FILIAL = SPACES
018400         ADD 1 TO WS-QTD-SEM-FILIAL
018410         GO TO 1350-EXIT
018420     END-IF.
018430     IF NOT WS-REGISTRO-FIL-ATIVO
018440         GO TO 1350-EXIT
018450     END-IF.
018460     MOVE "N" TO WS-FIL-ACHADA-SW.
018470     PERFORM 1360-PROCURAR-FILIAL THRU 1360-EXIT
018480         VARYING WS-FIL-IDX FROM 1 BY 1
018490         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS
018500            OR WS-FIL-ACHADA.
018510     IF NOT WS-FIL-ACHADA
018520         PERFORM 1370-ANOTAR-NAO-REG THRU 1370-EXIT
018530     END-IF.
018540 1350-EXIT.
018550     EXIT.
018560******************************************************************
018570*    1360-PROCURAR-FILIAL - LOOK THE HEADER'S BRANCH CODE UP IN   *
018580*                           THE REGISTRY TABLE                    *
018590******************************************************************
018600 1360-PROCURAR-FILIAL.
018610     IF WS-FIL-TAB-CODIGO (WS-FIL-IDX) = WS-FONTE-FILIAL
018620         MOVE "Y" TO WS-FIL-ACHADA-SW
018630         MOVE "S" TO WS-FIL-TAB-SUBMETEU (WS-FIL-IDX)
018640         MOVE WS-FIL-TAB-NOME (WS-FIL-IDX)
018650             TO WS-FONTE-FILIAL-NOME
018660         MOVE WS-FIL-TAB-DV (WS-FIL-IDX) TO WS-FONTE-DV
018670     END-IF.
018680 1360-EXIT.
018690     EXIT.
018700******************************************************************
018710*    1370-ANOTAR-NAO-REG - RECORD AN UNREGISTERED BRANCH CODE     *
018720*                          (ONCE) FOR THE COMPLETENESS SECTION    *
018730******************************************************************
018740 1370-ANOTAR-NAO-REG.
018750     MOVE "N" TO WS-NAO-REG-ACHADA-SW.
018760     PERFORM 1380-PROCURAR-NAO-REG THRU 1380-EXIT
018770         VARYING WS-NAO-REG-IDX FROM 1 BY 1
018780         UNTIL WS-NAO-REG-IDX > WS-QTD-NAO-REG
018790            OR WS-NAO-REG-ACHADA.
018800     IF NOT WS-NAO-REG-ACHADA
018810         IF WS-QTD-NAO-REG < WS-NAO-REG-MAXIMO
018820             ADD 1 TO WS-QTD-NAO-REG
018830             MOVE WS-FONTE-FILIAL
018840                 TO WS-NAO-REG-CODIGO (WS-QTD-NAO-REG)
018850         END-IF
018860     END-IF.
018870 1370-EXIT.
018880     EXIT.
018890******************************************************************
018900*    1380-PROCURAR-NAO-REG - ONE UNREGISTERED-CODE TABLE PROBE    *
018910******************************************************************
018920 1380-PROCURAR-NAO-REG.
018930     IF WS-NAO-REG-CODIGO (WS-NAO-REG-IDX) = WS-FONTE-FILIAL
018940         MOVE "Y" TO WS-NAO-REG-ACHADA-SW
018950     END-IF.
018960 1380-EXIT.
018970     EXIT.
018980******************************************************************
018990*    1390-LER-MARCA - PICK UP THE SOURCE BRANCH'S HIGH-WATER MARK *
019000*                     AND OPEN ITS SEQLIST BLOCK.  A SOURCE WITH  *
019010*                     NO BRANCH CODE CANNOT BE SEQUENCE-CHECKED;  *
019020*                     A BRANCH WITH NO MARK YET STARTS ITS MARK   *
019030*                     AT THE FIRST NUMBER ACCEPTED                *
019040******************************************************************
019050 1390-LER-MARCA.
019060     MOVE "N" TO WS-FONTE-SEQ-SW.
019070     MOVE "N" TO WS-HWM-EXISTE-SW.
019080     MOVE "N" TO WS-HWM-EXISTIA-SW.
019090     MOVE "N" TO WS-HWM-NO-ARQUIVO-SW.
019100     MOVE ZERO TO WS-HWM-ATUAL.
019110     MOVE ZERO TO WS-HWM-ANTERIOR.
019120     IF NOT WS-MARCA-ATIVA
019130         GO TO 1390-EXIT
019140     END-IF.
019150     MOVE WS-FONTE-GLOBAL TO WS-FONTE-NUMERO-ED.
019160     MOVE SPACES TO SEQ-RECORD.
019170     IF WS-FONTE-FILIAL = SPACES
019180         STRING "FONTE " DELIMITED BY SIZE
019190             WS-FONTE-NUMERO-ED DELIMITED BY SIZE
019200             " SEM CODIGO DE FILIAL - SEQUENCIA NAO CONTROLADA"
019210                 DELIMITED BY SIZE
019220             INTO SEQ-RECORD
019230         PERFORM 6200-WRITE-SEQUENCIA THRU 6200-EXIT
019240         GO TO 1390-EXIT
019250     END-IF.
019260     MOVE "Y" TO WS-FONTE-SEQ-SW.
019270     ADD 1 TO WS-QTD-FILIAIS-SEQ.
019280     MOVE WS-FONTE-FILIAL TO HWM-FILIAL.
019290     READ MARCA-FILE
019300         INVALID KEY
019310             CONTINUE
019320         NOT INVALID KEY
019330             MOVE "Y" TO WS-HWM-EXISTE-SW
019340             MOVE "Y" TO WS-HWM-EXISTIA-SW
019350             MOVE "Y" TO WS-HWM-NO-ARQUIVO-SW
019360             MOVE HWM-ULTIMO-NUMERO TO WS-HWM-ATUAL
019370             MOVE HWM-ULTIMO-NUMERO TO WS-HWM-ANTERIOR
019380     END-READ.
019390     IF WS-HWM-EXISTIA
019400         MOVE WS-HWM-ANTERIOR TO WS-HWM-MARCA-ED
019410         STRING "FONTE " DELIMITED BY SIZE
019420             WS-FONTE-NUMERO-ED DELIMITED BY SIZE
019430             " FILIAL " DELIMITED BY SIZE
019440             WS-FONTE-FILIAL DELIMITED BY SIZE
019450             " " DELIMITED BY SIZE
019460             WS-FONTE-FILIAL-NOME DELIMITED BY SIZE
019470             " MARCA ANTERIOR " DELIMITED BY SIZE
019480             WS-HWM-MARCA-ED DELIMITED BY SIZE
019490             INTO SEQ-RECORD
019500     ELSE
019510         STRING "FONTE " DELIMITED BY SIZE
019520             WS-FONTE-NUMERO-ED DELIMITED BY SIZE
019530             " FILIAL " DELIMITED BY SIZE
019540             WS-FONTE-FILIAL DELIMITED BY SIZE
019550             " " DELIMITED BY SIZE
019560             WS-FONTE-FILIAL-NOME DELIMITED BY SIZE
019570             " SEM MARCA ANTERIOR - A MARCA INICIA NO "
019580                 DELIMITED BY SIZE
019590             "PRIMEIRO NUMERO ACEITO" DELIMITED BY SIZE
019600             INTO SEQ-RECORD
019610     END-IF.
019620     PERFORM 6200-WRITE-SEQUENCIA THRU 6200-EXIT.
019630 1390-EXIT.
019640     EXIT.
019650******************************************************************
019660*    1400-LER-PARAMETROS - READ THE OPTIONAL PARAMETER FILE THAT  *
019670*                          CONTROLS REPORT LANGUAGE AND THE       *
019680*                          CLASSIFICATION MODULUS.  WHEN PARMFILE *
019690*                          DOES NOT EXIST THE SHOP DEFAULTS       *
019700*                          (PORTUGUESE, MODULUS 2) APPLY.         *
019710******************************************************************
019720 1400-LER-PARAMETROS.
019730     OPEN INPUT PARM-FILE.
019740     IF WS-FS-PRM-OK
019750         READ PARM-FILE
019760             AT END
019770                 CONTINUE
019780             NOT AT END
019790                 MOVE PRM-IDIOMA TO WS-CFG-IDIOMA
019800                 MOVE PRM-MODULO TO WS-CFG-MODULO
019810                 IF PRM-EH-SIMULACAO
019820                     MOVE "Y" TO WS-SIMULACAO-SW
019830                 END-IF
019840                 IF PRM-FORCAR-REPROCESSO
019850                     MOVE "Y" TO WS-FORCAR-SW
019860                 END-IF
019870                 IF PRM-QUARENTENA
019880                     MOVE "Y" TO WS-QUARENTENA-SW
019890                 END-IF
019900         END-READ
019910         CLOSE PARM-FILE
019920     END-IF.
019930     IF WS-CFG-MODULO = ZERO
019940         MOVE 2 TO WS-CFG-MODULO
019950     END-IF.
019960 1400-EXIT.
019970     EXIT.
019980******************************************************************
019990*    1450-CONFIGURAR-IDIOMA - SET THE REPORT WORDING FOR THIS RUN *
020000*                             FROM THE CONFIGURED LANGUAGE        *
020010******************************************************************
020020 1450-CONFIGURAR-IDIOMA.
020030     IF WS-IDIOMA-INGLES
020040         MOVE "NUMBER: "            TO WS-LBL-NUMERO
020050         MOVE "   RESULT: "         TO WS-LBL-RESULTADO
020060         MOVE "   CLASSIFICATION: " TO WS-LBL-CLASSIF
020070         MOVE "   CONTROL: "        TO WS-LBL-CONTROLE
020080         MOVE "TOTAL EVEN: "        TO WS-LBL-TOT-PAR
020090         MOVE "   TOTAL ODD: "      TO WS-LBL-TOT-IMPAR
020100         MOVE "   GRAND TOTAL: "    TO WS-LBL-TOT-GERAL
020110         MOVE "   REJECTED: "       TO WS-LBL-TOT-REJ
020120         MOVE "HEADER EXPECTED: "   TO WS-LBL-HDR-ESPERA
020130         MOVE "   TRAILER REPORTS: " TO WS-LBL-TRL-INFORMA
020140         MOVE "   RECORDS READ: "   TO WS-LBL-REG-LIDOS
020150         MOVE "RECONCILIATION: OK"  TO WS-LBL-RECON-OK
020160         MOVE "RECONCILIATION: CONTROL MISMATCH"
020170             TO WS-LBL-RECON-DIV
020180         MOVE "  DUP: "             TO WS-LBL-DUPLICADO
020190         MOVE "TOTAL DUPLICATES: "  TO WS-LBL-TOT-DUP
020200         MOVE "REJECTED - CHECK DIGIT (04): "
020210                                    TO WS-LBL-TOT-REJ-DV
020220         MOVE "CHECK DIGIT SCHEME: MOD-"
020230                                    TO WS-LBL-DV-ESQUEMA
020240         MOVE "   CHECK DIGIT (04): " TO WS-LBL-REJ-DV
020250         MOVE "SOURCE "             TO WS-LBL-FONTE
020260         MOVE "BRANCH:  "           TO WS-LBL-FILIAL
020270         MOVE "BRANCH SUBMISSION CONTROL"
020280             TO WS-LBL-COMP-TITULO
020290         MOVE "DID NOT SUBMIT TODAY: "
020300             TO WS-LBL-FALTANTE
020310         MOVE "UNREGISTERED BRANCH SUBMITTED: "
020320             TO WS-LBL-NAO-REG
020330         MOVE "SOURCES WITHOUT BRANCH CODE: "
020340             TO WS-LBL-SEM-FILIAL
020350         MOVE "BRANCH REGISTRY UNAVAILABLE"
020360             TO WS-LBL-REG-INDISP
020370         MOVE "TOTAL QUARANTINED: "  TO WS-LBL-TOT-QUA
020380         MOVE "PAR/IMPAR CLASSIFICATION REPORT"
020390             TO WS-TITULO-RELATORIO
020400         MOVE "PAGE "               TO WS-LBL-PAGINA
020410         MOVE "             NUMBER" TO WS-CAB-NUMERO
020420         MOVE "RESULT"              TO WS-CAB-RESULTADO
020430         MOVE "CLASS"               TO WS-CAB-CLASSIF
020440         MOVE "CTL"                 TO WS-CAB-CONTROLE
020450         MOVE "DUP"                 TO WS-CAB-DUP
020460         MOVE "VALUE STATISTICS"     TO WS-LBL-EST-TITULO
020470         MOVE "MINIMUM: "            TO WS-LBL-EST-MINIMO
020480         MOVE "MAXIMUM: "            TO WS-LBL-EST-MAXIMO
020490         MOVE "SUM: "                TO WS-LBL-EST-SOMA
020500         MOVE "AVERAGE: "            TO WS-LBL-EST-MEDIA
020510         MOVE "RANGE "               TO WS-LBL-EST-FAIXA
020520         MOVE "LAST DIGIT "          TO WS-LBL-EST-DIGITO
020530         MOVE "NEGATIVES: "          TO WS-LBL-EST-NEGATIVOS
020540         MOVE "ZEROS: "              TO WS-LBL-EST-ZEROS
020550         MOVE "SEQUENCE: "           TO WS-LBL-SEQUENCIA
020560         MOVE "PREVIOUS MARK: "      TO WS-LBL-MARCA-ANT
020570         MOVE "   NEW MARK: "        TO WS-LBL-NOVA-MARCA
020580         MOVE "               NONE"  TO WS-LBL-SEM-MARCA
020590         MOVE "MISSING: "            TO WS-LBL-FALTANTES
020600         MOVE "   GAPS: "            TO WS-LBL-INTERVALOS
020610         MOVE "   AT/BELOW MARK: "   TO WS-LBL-ABAIXO-MARCA
020620     ELSE
020630         MOVE "NUMERO: "             TO WS-LBL-NUMERO
020640         MOVE "   RESULTADO: "       TO WS-LBL-RESULTADO
020650         MOVE "   CLASSIFICACAO: "   TO WS-LBL-CLASSIF
020660         MOVE "   CONTROLE: "        TO WS-LBL-CONTROLE
020670         MOVE "TOTAL PAR: "          TO WS-LBL-TOT-PAR
020680         MOVE "   TOTAL IMPAR: "     TO WS-LBL-TOT-IMPAR
020690         MOVE "   TOTAL GERAL: "     TO WS-LBL-TOT-GERAL
020700         MOVE "   REJEITADOS: "      TO WS-LBL-TOT-REJ
020710         MOVE "HEADER ESPERAVA: "    TO WS-LBL-HDR-ESPERA
020720         MOVE "   TRAILER INFORMA: " TO WS-LBL-TRL-INFORMA
020730         MOVE "   REGISTROS LIDOS: " TO WS-LBL-REG-LIDOS
020740         MOVE "RECONCILIACAO: OK"    TO WS-LBL-RECON-OK
020750         MOVE "RECONCILIACAO: DIVERGENCIA DE CONTROLE"
020760             TO WS-LBL-RECON-DIV
020770         MOVE "  DUP: "             TO WS-LBL-DUPLICADO
020780         MOVE "TOTAL DUPLICADOS: "  TO WS-LBL-TOT-DUP
020790         MOVE "REJEITADOS - DIG.VERIF.(04): "
020800                                    TO WS-LBL-TOT-REJ-DV
020810         MOVE "DIGITO VERIFICADOR: MOD-"
020820                                    TO WS-LBL-DV-ESQUEMA
020830         MOVE "   REJEITADOS (04): "  TO WS-LBL-REJ-DV
020840         MOVE "FONTE "              TO WS-LBL-FONTE
020850         MOVE "FILIAL:  "           TO WS-LBL-FILIAL
020860         MOVE "CONTROLE DE SUBMISSAO POR FILIAL"
020870             TO WS-LBL-COMP-TITULO
020880         MOVE "NAO SUBMETEU HOJE: "
020890             TO WS-LBL-FALTANTE
020900         MOVE "FILIAL NAO REGISTRADA SUBMETEU: "
020910             TO WS-LBL-NAO-REG
020920         MOVE "FONTES SEM CODIGO DE FILIAL: "
020930             TO WS-LBL-SEM-FILIAL
020940         MOVE "REGISTRO DE FILIAIS INDISPONIVEL"
020950             TO WS-LBL-REG-INDISP
020960         MOVE "TOTAL QUARENTENADOS: " TO WS-LBL-TOT-QUA
020970         MOVE "RELATORIO DE CLASSIFICACAO PAR/IMPAR"
020980             TO WS-TITULO-RELATORIO
020990         MOVE "PAGINA "             TO WS-LBL-PAGINA
021000         MOVE "             NUMERO" TO WS-CAB-NUMERO
021010         MOVE "RESULTADO"           TO WS-CAB-RESULTADO
021020         MOVE "CLASSIF"             TO WS-CAB-CLASSIF
021030         MOVE "CTL"                 TO WS-CAB-CONTROLE
021040         MOVE "DUP"                 TO WS-CAB-DUP
021050         MOVE "ESTATISTICAS DOS VALORES"
021060             TO WS-LBL-EST-TITULO
021070         MOVE "MINIMO: "             TO WS-LBL-EST-MINIMO
021080         MOVE "MAXIMO: "             TO WS-LBL-EST-MAXIMO
021090         MOVE "SOMA: "               TO WS-LBL-EST-SOMA
021100         MOVE "MEDIA: "              TO WS-LBL-EST-MEDIA
021110         MOVE "FAIXA "               TO WS-LBL-EST-FAIXA
021120         MOVE "ULTIMO DIGITO "       TO WS-LBL-EST-DIGITO
021130         MOVE "NEGATIVOS: "          TO WS-LBL-EST-NEGATIVOS
021140         MOVE "ZEROS: "              TO WS-LBL-EST-ZEROS
021150         MOVE "SEQUENCIA: "          TO WS-LBL-SEQUENCIA
021160         MOVE "MARCA ANTERIOR: "     TO WS-LBL-MARCA-ANT
021170         MOVE "   NOVA MARCA: "      TO WS-LBL-NOVA-MARCA
021180         MOVE "            NENHUMA"  TO WS-LBL-SEM-MARCA
021190         MOVE "FALTANTES: "          TO WS-LBL-FALTANTES
021200         MOVE "   LACUNAS: "         TO WS-LBL-INTERVALOS
021210         MOVE "   ABAIXO DA MARCA: " TO WS-LBL-ABAIXO-MARCA
021220     END-IF.
021230 1450-EXIT.
021240     EXIT.
021250******************************************************************
021260*    1500-CONFERIR-PARTICOES - CONSOLIDATION: EVERY PARTITION OF  *
021270*                              THE SPLIT MUST HAVE LEFT ITS RUN   *
021280*                              TOTALS ON PCTPN UNDER THIS JOB     *
021290*                              STAMP AND BUSINESS DATE.  THE RUN  *
021300*                              TOTALS OF THE WHOLE JOB ARE THE    *
021310*                              SUM OF THEM.  EVERY PARTITION NOT  *
021320*                              FINISHED IS NAMED BEFORE STOPPING, *
021330*                              SO ONLY THOSE ARE RERUN            *
021340******************************************************************
021350 1500-CONFERIR-PARTICOES.
021360     MOVE "N" TO WS-PRT-PENDENTE-SW.
021370     PERFORM 1510-CONFERIR-UMA-PARTICAO THRU 1510-EXIT
021380         VARYING WS-PRT-IDX FROM 1 BY 1
021390         UNTIL WS-PRT-IDX > WS-PRT-QTD.
021400     IF WS-PRT-PENDENTE
021410         DISPLAY "IMPAROUPAR - CONSOLIDACAO RECUSADA - "
021420             "REEXECUTAR AS PARTICOES INDICADAS E DEPOIS A "
021430             "CONSOLIDACAO"
021440         GO TO 9999-ABEND
021450     END-IF.
021460 1500-EXIT.
021470     EXIT.
021480******************************************************************
021490*    1510-CONFERIR-UMA-PARTICAO - ONE PARTITION'S PCTPN           *
021500******************************************************************
021510 1510-CONFERIR-UMA-PARTICAO.
021520     MOVE WS-PRT-IDX TO WS-PRT-NUMERO.
021530     MOVE "PCTP" TO WS-NOME-PCT.
021540     MOVE WS-PRT-NUMERO TO WS-NOME-PCT (5:1).
021550     OPEN INPUT TOTAIS-PRT-FILE.
021560     IF NOT WS-FS-PCT-OK
021570         GO TO 1510-PENDENTE
021580     END-IF.
021590     READ TOTAIS-PRT-FILE
021600         AT END
021610             CLOSE TOTAIS-PRT-FILE
021620             GO TO 1510-PENDENTE
021630     END-READ.
021640     CLOSE TOTAIS-PRT-FILE.
021650     IF PCT-JOB-ID NOT = WS-JOB-ID
021660        OR PCT-DATA NOT = WS-DATA-SISTEMA
021670        OR PCT-HORA NOT = WS-HORA-SISTEMA
021680        OR PCT-PARTICAO NOT = WS-PRT-NUMERO
021690        OR PCT-DATA-NEGOCIO NOT = WS-DATA-NEGOCIO
021700        OR PCT-QTD-FONTES NOT = WS-PRT-FONTES (WS-PRT-IDX)
021710         GO TO 1510-PENDENTE
021720     END-IF.
021730     PERFORM 1520-ACUMULAR-TOTAIS THRU 1520-EXIT.
021740     MOVE PCT-QTD-LIDOS TO WS-PRT-QTD-ED.
021750     DISPLAY "IMPAROUPAR - PARTICAO " WS-PRT-NUMERO
021760         " CONCLUIDA EM " PCT-DATA-FIM " " PCT-HORA-FIM " - "
021770         WS-PRT-QTD-ED " REGISTRO(S)".
021780     GO TO 1510-EXIT.
021790 1510-PENDENTE.
021800     MOVE "Y" TO WS-PRT-PENDENTE-SW.
021810     DISPLAY "IMPAROUPAR - PARTICAO " WS-PRT-NUMERO
021820         " NAO CONCLUIDA - REEXECUTAR A PARTICAO " WS-PRT-NUMERO.
021830 1510-EXIT.
021840     EXIT.
021850******************************************************************
021860*    1520-ACUMULAR-TOTAIS - ADD ONE PARTITION'S TOTALS INTO THE   *
021870*                           RUN TOTALS THE SUMMARY, HISTORY AND   *
021880*                           STATISTICS PARAGRAPHS REPORT          *
021890******************************************************************
021900 1520-ACUMULAR-TOTAIS.
021910     ADD PCT-QTD-FONTES      TO WS-QTD-FONTES.
021920     ADD PCT-QTD-LIDOS       TO WS-QTD-TOTAL.
021930     ADD PCT-QTD-PAR         TO WS-QTD-PAR.
021940     ADD PCT-QTD-IMPAR       TO WS-QTD-IMPAR.
021950     ADD PCT-QTD-REJEITADOS  TO WS-QTD-REJEITADOS.
021960     ADD PCT-QTD-REJ-DV      TO WS-QTD-REJ-DV.
021970     ADD PCT-QTD-DUPLICADOS  TO WS-QTD-DUPLICADOS.
021980     ADD PCT-QTD-QUARENTENA  TO WS-QTD-QUARENTENADOS.
021990     ADD PCT-QTD-FALTANTES   TO WS-QTD-FALTANTES.
022000     ADD PCT-QTD-INTERVALOS  TO WS-QTD-INTERVALOS.
022010     ADD PCT-QTD-ABAIXO-MARCA TO WS-QTD-ABAIXO-MARCA.
022020     ADD PCT-QTD-FILIAIS-SEQ TO WS-QTD-FILIAIS-SEQ.
022030     IF PCT-REINICIADA
022040         MOVE "Y" TO WS-RESTART-SWITCH
022050     END-IF.
022060     IF PCT-DIVERGENTE
022070         MOVE "Y" TO WS-DIVERGENCIA-SWITCH
022080     END-IF.
022090     IF NOT PCT-EST-COM-DADOS
022100         GO TO 1520-EXIT
022110     END-IF.
022120     IF NOT WS-EST-TEM-DADOS
022130         MOVE "Y" TO WS-EST-TEM-DADOS-SW
022140         MOVE PCT-EST-MINIMO TO WS-EST-MINIMO
022150         MOVE PCT-EST-MAXIMO TO WS-EST-MAXIMO
022160     END-IF.
022170     IF PCT-EST-MINIMO < WS-EST-MINIMO
022180         MOVE PCT-EST-MINIMO TO WS-EST-MINIMO
022190     END-IF.
022200     IF PCT-EST-MAXIMO > WS-EST-MAXIMO
022210         MOVE PCT-EST-MAXIMO TO WS-EST-MAXIMO
022220     END-IF.
022230     ADD PCT-EST-SOMA          TO WS-EST-SOMA.
022240     ADD PCT-EST-QTD-CLASSIF   TO WS-EST-QTD-CLASSIF.
022250     ADD PCT-EST-QTD-NEGATIVOS TO WS-EST-QTD-NEGATIVOS.
022260     ADD PCT-EST-QTD-ZEROS     TO WS-EST-QTD-ZEROS.
022270     PERFORM 1525-ACUMULAR-FAIXA THRU 1525-EXIT
022280         VARYING WS-EST-DIGITO-IDX FROM 1 BY 1
022290         UNTIL WS-EST-DIGITO-IDX > 3.
022300     PERFORM 1527-ACUMULAR-DIGITO THRU 1527-EXIT
022310         VARYING WS-EST-DIGITO-IDX FROM 1 BY 1
022320         UNTIL WS-EST-DIGITO-IDX > 10.
022330 1520-EXIT.
022340     EXIT.
022350******************************************************************
022360*    1525-ACUMULAR-FAIXA - ONE MAGNITUDE BAND COUNT               *
022370******************************************************************
022380 1525-ACUMULAR-FAIXA.
022390     ADD PCT-EST-FAIXA-QTD (WS-EST-DIGITO-IDX)
022400         TO WS-EST-FAIXA-QTD (WS-EST-DIGITO-IDX).
022410 1525-EXIT.
022420     EXIT.
022430******************************************************************
022440*    1527-ACUMULAR-DIGITO - ONE LAST-DIGIT COUNT                  *
022450******************************************************************
022460 1527-ACUMULAR-DIGITO.
022470     ADD PCT-EST-DIGITO-QTD (WS-EST-DIGITO-IDX)
022480         TO WS-EST-DIGITO-QTD (WS-EST-DIGITO-IDX).
022490 1527-EXIT.
022500     EXIT.
022510******************************************************************
022520*    1550-REGISTRAR-FONTES - CONSOLIDATION: MARK EACH SOURCE'S    *
022530*                            BRANCH FROM THE PARTCTL MAP, AS THE  *
022540*                            HEADERS WOULD IN A SINGLE RUN, FOR   *
022550*                            THE COMPLETENESS SECTION             *
022560******************************************************************
022570 1550-REGISTRAR-FONTES.
022580     PERFORM 1560-REGISTRAR-UMA-FONTE THRU 1560-EXIT
022590         VARYING WS-PTC-IDX FROM 1 BY 1
022600         UNTIL WS-PTC-IDX > WS-PTC-QTD-FONTES.
022610 1550-EXIT.
022620     EXIT.
022630******************************************************************
022640*    1560-REGISTRAR-UMA-FONTE - ONE SOURCE OF THE MAP             *
022650******************************************************************
022660 1560-REGISTRAR-UMA-FONTE.
022670     MOVE WS-MAPA-FILIAL (WS-PTC-IDX) TO WS-FONTE-FILIAL.
022680     PERFORM 1350-REGISTRAR-FILIAL THRU 1350-EXIT.
022690 1560-EXIT.
022700     EXIT.
022710******************************************************************
022720*    2000-PROCESS-RECORD - CLASSIFY THE CURRENT RECORD AND READ   *
022730*                          THE NEXT ONE, OR CAPTURE THE TRAILER   *
022740******************************************************************
022750 2000-PROCESS-RECORD.
022760     IF NUM-TRAILER
022770         MOVE NUM-QTD-ATUAL TO WS-QTD-ATUAL-TRAILER
022780         MOVE "Y" TO WS-TRAILER-SWITCH
022790     ELSE
022800         IF NUM-TENTATIVAS NUMERIC
022810            AND NUM-TENTATIVAS NOT = "00"
022820             ADD 1 TO WS-FONTE-QTD-RCL
022830         END-IF
022840         PERFORM 4000-VALIDATE-NUMERO THRU 4000-EXIT
022850         IF WS-NUMERO-VALIDO
022860             PERFORM 3000-CLASSIFY-NUMERO THRU 3000-EXIT
022870         ELSE
022880             PERFORM 4100-WRITE-REJEITO THRU 4100-EXIT
022890         END-IF
022900         IF NOT WS-SIMULACAO
022910            AND FUNCTION MOD
022920            ( WS-QTD-TOTAL, WS-CHECKPOINT-INTERVALO ) = 0
022930             PERFORM 8200-WRITE-CHECKPOINT THRU 8200-EXIT
022940         END-IF
022950         PERFORM 2100-READ-NUMERO THRU 2100-EXIT
022960     END-IF.
022970 2000-EXIT.
022980     EXIT.
022990******************************************************************
023000*    2100-READ-NUMERO - READ-UNTIL-END PARAGRAPH FOR NUMERO-FILE  *
023010******************************************************************
023020 2100-READ-NUMERO.
023030     READ NUMERO-FILE
023040         AT END
023050             MOVE "Y" TO WS-EOF-SWITCH
023060     END-READ.
023070 2100-EXIT.
023080     EXIT.
023090******************************************************************
023100*    2600-PROCESS-UMA-FONTE - PROCESS ONE BRANCH'S HEADER/DETAIL/ *
023110*                             TRAILER SET, CLOSE IT OFF WITH ITS  *
023120*                             OWN SUBTOTAL AND RECONCILIATION,    *
023130*                             THEN POSITION ON THE NEXT SOURCE    *
023140******************************************************************
023150 2600-PROCESS-UMA-FONTE.
023160     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
023170         UNTIL WS-EOF OR WS-TRAILER-ENCONTRADO.
023180     PERFORM 7300-CONCLUIR-FONTE THRU 7300-EXIT.
023190     IF WS-EOF
023200         MOVE "Y" TO WS-FIM-FONTES-SW
023210     ELSE
023220         PERFORM 2700-INICIAR-PROXIMA-FONTE THRU 2700-EXIT
023230     END-IF.
023240 2600-EXIT.
023250     EXIT.
023260******************************************************************
023270*    2700-INICIAR-PROXIMA-FONTE - RESET THE PER-SOURCE COUNTERS   *
023280*                                 AND READ THE NEXT SOURCE'S      *
023290*                                 HEADER; END OF FILE HERE MEANS  *
023300*                                 THE LAST SOURCE WAS THE FINAL   *
023310*                                 ONE                             *
023320******************************************************************
023330 2700-INICIAR-PROXIMA-FONTE.
023340     PERFORM 2710-RESET-FONTE THRU 2710-EXIT.
023350     PERFORM 1300-READ-HEADER THRU 1300-EXIT.
023360     IF WS-EOF
023370         MOVE "Y" TO WS-FIM-FONTES-SW
023380     ELSE
023390         PERFORM 2100-READ-NUMERO THRU 2100-EXIT
023400     END-IF.
023410 2700-EXIT.
023420     EXIT.
023430******************************************************************
023440*    2710-RESET-FONTE - CLEAR THE PER-SOURCE SWITCHES AND COUNTS  *
023450*                       BEFORE THE NEXT SOURCE STARTS             *
023460******************************************************************
023470 2710-RESET-FONTE.
023480     MOVE "N" TO WS-TRAILER-SWITCH.
023490     MOVE "N" TO WS-FONTE-DIVERG-SW.
023500     MOVE ZERO TO WS-FONTE-QTD-PAR.
023510     MOVE ZERO TO WS-FONTE-QTD-IMPAR.
023520     MOVE ZERO TO WS-FONTE-QTD-REJ.
023530     MOVE ZERO TO WS-FONTE-QTD-REJ-DV.
023540     MOVE ZERO TO WS-FONTE-QTD-QUA.
023550     MOVE ZERO TO WS-FONTE-QTD-RCL.
023560     MOVE ZERO TO WS-FONTE-QTD-MOTIVO (1).
023570     MOVE ZERO TO WS-FONTE-QTD-MOTIVO (2).
023580     MOVE ZERO TO WS-FONTE-QTD-MOTIVO (3).
023590     MOVE ZERO TO WS-FONTE-QTD-MOTIVO (4).
023600     MOVE ZERO TO WS-FONTE-QTD-DETALHES.
023610     MOVE ZERO TO WS-FONTE-RESTART.
023620     MOVE ZERO TO WS-QTD-ESPERADA.
023630     MOVE ZERO TO WS-QTD-ATUAL-TRAILER.
023640     MOVE SPACES TO WS-FONTE-FILIAL.
023650     MOVE SPACES TO WS-FONTE-FILIAL-NOME.
023660     MOVE SPACES TO WS-FONTE-DV.
023670     MOVE "N" TO WS-FONTE-SEQ-SW.
023680     MOVE ZERO TO WS-FONTE-QTD-FALTANTES.
023690     MOVE ZERO TO WS-FONTE-QTD-INTERVALOS.
023700     MOVE ZERO TO WS-FONTE-QTD-ABAIXO.
023710     PERFORM 2720-ZERAR-DIGITO-FONTE THRU 2720-EXIT
023720         VARYING WS-RET-DIG-IDX FROM 1 BY 1
023730         UNTIL WS-RET-DIG-IDX > 10.
023740 2710-EXIT.
023750     EXIT.
023760******************************************************************
023770*    2720-ZERAR-DIGITO-FONTE - ONE PER-SOURCE LAST-DIGIT COUNTER  *
023780******************************************************************
023790 2720-ZERAR-DIGITO-FONTE.
023800     MOVE ZERO TO WS-FONTE-QTD-DIGITO (WS-RET-DIG-IDX).
023810 2720-EXIT.
023820     EXIT.
023830******************************************************************
023840*    3000-CLASSIFY-NUMERO - PAR / IMPAR TEST PLUS REPORT LINE     *
023850******************************************************************
023860 3000-CLASSIFY-NUMERO.
023870     ADD 1 TO WS-QTD-TOTAL.
023880     ADD 1 TO WS-FONTE-QTD-DETALHES.
023890     CALL "IMPARCLS" USING WS-NUMERO-WORK WS-CFG-MODULO
023900         WS-RESULTADO.
023910     PERFORM 3050-TRADUZIR-RESULTADO THRU 3050-EXIT.
023920     PERFORM 3500-CLASSIFY-EXTENDED THRU 3500-EXIT.
023930     PERFORM 3700-CONTROLAR-SEQUENCIA THRU 3700-EXIT.
023940     PERFORM 3300-CONSULTAR-MASTER THRU 3300-EXIT.
023950     IF WS-POLITICA-QUARENTENA AND WS-EH-DUPLICADO
023960        AND NOT WS-SIMULACAO
023970         PERFORM 3610-VERIFICAR-ACEITE THRU 3610-EXIT
023980         IF NOT WS-ACEITE-ACHADO
023990             PERFORM 3600-QUARENTENAR THRU 3600-EXIT
024000             GO TO 3000-EXIT
024010         END-IF
024020     END-IF.
024030     IF WS-RESULTADO = "PAR"
024040         ADD 1 TO WS-QTD-PAR
024050         ADD 1 TO WS-FONTE-QTD-PAR
024060         DISPLAY WS-MSG-RESULTADO
024070     ELSE
024080         ADD 1 TO WS-QTD-IMPAR
024090         ADD 1 TO WS-FONTE-QTD-IMPAR
024100         DISPLAY WS-MSG-RESULTADO
024110     END-IF.
024120     PERFORM 3400-ACUMULAR-ESTATISTICA THRU 3400-EXIT.
024130     PERFORM 3100-WRITE-DETALHE THRU 3100-EXIT.
024140     IF WS-SIMULACAO
024150         PERFORM 3250-COMPARAR-SIMULACAO THRU 3250-EXIT
024160     ELSE
024170         PERFORM 3200-WRITE-AUDITORIA THRU 3200-EXIT
024180         PERFORM 3210-ATUALIZAR-XREF THRU 3210-EXIT
024190         PERFORM 3150-WRITE-EXTRATO THRU 3150-EXIT
024200     END-IF.
024210 3000-EXIT.
024220     EXIT.
024230******************************************************************
024240*    3050-TRADUZIR-RESULTADO - SET THE LOCALIZED RESULT TEXT AND  *
024250*                              MESSAGE FOR THE CONFIGURED LANGUAGE*
024260******************************************************************
024270 3050-TRADUZIR-RESULTADO.
024280     IF WS-RESULTADO = "PAR"
024290         IF WS-IDIOMA-INGLES
024300             MOVE "EVEN" TO WS-RESULTADO-TXT
024310             MOVE "THIS NUMBER IS EVEN" TO WS-MSG-RESULTADO
024320         ELSE
024330             MOVE "PAR" TO WS-RESULTADO-TXT
024340             MOVE "ESSE NUMERO EH PAR" TO WS-MSG-RESULTADO
024350         END-IF
024360     ELSE
024370         IF WS-IDIOMA-INGLES
024380             MOVE "ODD" TO WS-RESULTADO-TXT
024390             MOVE "THIS NUMBER IS ODD" TO WS-MSG-RESULTADO
024400         ELSE
024410             MOVE "IMPAR" TO WS-RESULTADO-TXT
024420             MOVE "ESSE NUMERO EH IMPAR" TO WS-MSG-RESULTADO
024430         END-IF
024440     END-IF.
024450 3050-EXIT.
024460     EXIT.
024470******************************************************************
024480*    3100-WRITE-DETALHE - WRITE ONE DETAIL LINE TO PARIMPAR-RPT   *
024490******************************************************************
024500 3100-WRITE-DETALHE.
024510     MOVE WS-NUMERO-WORK TO WS-DET-NUMERO.
024520     MOVE WS-RESULTADO-TXT TO WS-DET-RESULTADO.
024530     MOVE WS-CLASSIFICACAO TO WS-DET-CLASSIF.
024540     MOVE WS-CONTROLE-TXT TO WS-DET-CONTROLE.
024550     MOVE WS-DUP-TXT TO WS-DET-DUP.
024560     MOVE SPACES TO RPT-RECORD.
024570     MOVE WS-DET-LINHA TO RPT-LINE.
024580     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
024590 3100-EXIT.
024600     EXIT.
024610******************************************************************
024620*    3150-WRITE-EXTRATO - ONE FIXED-LAYOUT EXTRACT RECORD PER     *
024630*                         CLASSIFIED NUMBER, RAW FIELDS ONLY -    *
024640*                         SEE EXTREC FOR THE PUBLISHED CONTRACT.  *
024650*                         A PARTITION STEP ALSO PUTS IT ON THE    *
024660*                         BODY FILE SO THE CONSOLIDATION WRITES   *
024670*                         THE DETAILS IN NUMFILE ORDER            *
024680******************************************************************
024690 3150-WRITE-EXTRATO.
024700     MOVE SPACES TO EXT-RECORD.
024710     MOVE "D" TO EXT-TIPO-REG.
024720     MOVE WS-NUMERO-WORK    TO EXT-NUMERO.
024730     MOVE WS-RESULTADO      TO EXT-RESULTADO.
024740     MOVE WS-CLASSIF-CODIGO TO EXT-CLASSIFICACAO.
024750     MOVE WS-CONTROLE-SWITCH TO EXT-CONTROLE.
024760     MOVE WS-DATA-SISTEMA   TO EXT-DATA.
024770     MOVE WS-HORA-SISTEMA   TO EXT-HORA.
024780     MOVE WS-JOB-ID         TO EXT-JOB-ID.
024790     WRITE EXT-RECORD.
024800     IF WS-CORPO-ATIVO
024810         MOVE "E" TO WS-CPO-TIPO
024820         MOVE EXT-RECORD TO WS-CPO-TEXTO
024830         PERFORM 6150-GRAVAR-CORPO THRU 6150-EXIT
024840     END-IF.
024850 3150-EXIT.
024860     EXIT.
024870******************************************************************
024880*    3200-WRITE-AUDITORIA - APPEND ONE LINE TO THE AUDIT TRAIL.   *
024890*                           A PARTITION STEP KEYS THE LINE WITH   *
024900*                           THE SOURCE'S NUMBER IN THE WHOLE      *
024910*                           NUMFILE AND THE RECORD'S POSITION IN  *
024920*                           THE PARTITION, COUNTING THE RECORDS   *
024930*                           A RESTART SKIPPED, SO THE             *
024940*                           CONSOLIDATION CAN SORT AUDP BACK INTO *
024950*                           NUMFILE ORDER                         *
024960******************************************************************
024970 3200-WRITE-AUDITORIA.
024980     MOVE SPACES TO AUD-RECORD.
024990     MOVE WS-DATA-SISTEMA TO AUD-DATA.
025000     MOVE WS-HORA-SISTEMA TO AUD-HORA.
025010     MOVE WS-NUMERO-WORK  TO AUD-NUMERO.
025020     MOVE WS-RESULTADO    TO AUD-RESULTADO.
025030     MOVE WS-JOB-ID       TO AUD-JOB-ID.
025040     IF NOT WS-PARTICAO-ATIVA
025050         WRITE AUD-RECORD
025060         GO TO 3200-EXIT
025070     END-IF.
025080     MOVE AUD-RECORD TO WS-AUD-LINHA.
025090     MOVE WS-FONTE-GLOBAL TO AUD-PRT-FONTE.
025100     COMPUTE AUD-PRT-POSICAO = WS-RESTART-COUNT + WS-QTD-TOTAL.
025110     MOVE WS-AUD-LINHA TO AUD-PRT-LINHA.
025120     WRITE AUD-RECORD-PARTICAO.
025130 3200-EXIT.
025140     EXIT.
025150******************************************************************
025160*    3210-ATUALIZAR-XREF - ROLL THE AUDIT LINE JUST WRITTEN INTO *
025170*                          THE KEYED CROSS-REFERENCE SO CONSOLE  *
025180*                          AND REPORT LOOKUPS NEED ONE READ, NOT *
025190*                          A FULL SCAN OF THE TRAIL              *
025200******************************************************************
025210 3210-ATUALIZAR-XREF.
025220     IF NOT WS-XREF-ATIVO
025230         GO TO 3210-EXIT
025240     END-IF.
025250 3210-LER-XREF.
025260     MOVE WS-NUMERO-WORK TO WS-CHAVE-MASTER.
025270     MOVE WS-CHAVE-MASTER-X TO XRF-CHAVE.
025280     READ XREF-FILE
025290         INVALID KEY
025300             PERFORM 3220-INCLUIR-XREF THRU 3220-EXIT
025310         NOT INVALID KEY
025320             PERFORM 3230-ATUALIZAR-XREF-REG THRU 3230-EXIT
025330     END-READ.
025340     IF WS-FS-XRF-BLOQUEADO OR WS-XRF-CONCORRENTE
025350         MOVE "N" TO WS-XRF-CONCORRENTE-SW
025360         GO TO 3210-LER-XREF
025370     END-IF.
025380 3210-EXIT.
025390     EXIT.
025400******************************************************************
025410*    3220-INCLUIR-XREF - FIRST APPEARANCE OF THIS NUMBER IN THE  *
025420*                        CURRENT GENERATION                      *
025430*                        - IN A PARTITION STEP ANOTHER           *
025440*                        PARTITION MAY HAVE INCLUDED IT SINCE    *
025450*                        THE READ; 3210 THEN READS IT AGAIN      *
025460******************************************************************
025470 3220-INCLUIR-XREF.
025480     MOVE SPACES TO XRF-RECORD.
025490     MOVE WS-CHAVE-MASTER-X TO XRF-CHAVE.
025500     MOVE 1 TO XRF-QTD-APARICOES.
025510     MOVE WS-DATA-SISTEMA TO XRF-PRIMEIRA-DATA.
025520     MOVE WS-HORA-SISTEMA TO XRF-PRIMEIRA-HORA.
025530     MOVE WS-DATA-SISTEMA TO XRF-ULTIMA-DATA.
025540     MOVE WS-HORA-SISTEMA TO XRF-ULTIMA-HORA.
025550     MOVE WS-JOB-ID       TO XRF-ULTIMO-JOB.
025560     MOVE WS-RESULTADO    TO XRF-ULTIMO-RESULTADO.
025570     WRITE XRF-RECORD
025580         INVALID KEY
025590             IF WS-PARTICAO-ATIVA AND WS-FS-XRF-DUPLICADA
025600                 MOVE "Y" TO WS-XRF-CONCORRENTE-SW
025610             ELSE
025620                 DISPLAY "IMPAROUPAR - ERRO AO INCLUIR NO "
025630                     "XREFFILE - STATUS " WS-FS-XRF
025640             END-IF
025650     END-WRITE.
025660 3220-EXIT.
025670     EXIT.
025680******************************************************************
025690*    3230-ATUALIZAR-XREF-REG - LATER APPEARANCE - ROLL COUNT AND *
025700*                              LAST-SEEN FIELDS FORWARD          *
025710******************************************************************
025720 3230-ATUALIZAR-XREF-REG.
025730     ADD 1 TO XRF-QTD-APARICOES.
025740     MOVE WS-DATA-SISTEMA TO XRF-ULTIMA-DATA.
025750     MOVE WS-HORA-SISTEMA TO XRF-ULTIMA-HORA.
025760     MOVE WS-JOB-ID       TO XRF-ULTIMO-JOB.
025770     MOVE WS-RESULTADO    TO XRF-ULTIMO-RESULTADO.
025780     REWRITE XRF-RECORD
025790         INVALID KEY
025800             DISPLAY "IMPAROUPAR - ERRO AO REGRAVAR NO XREFFILE"
025810                 " - STATUS " WS-FS-XRF
025820     END-REWRITE.
025830 3230-EXIT.
025840     EXIT.
025850******************************************************************
025860*    3250-COMPARAR-SIMULACAO - SIMULATION MODE ONLY: WHEN THE     *
025870*                              NUMBER IS ALREADY ON THE MASTER    *
025880*                              AND THE NEW RESULT DIFFERS FROM    *
025890*                              THE STORED MST-RESULTADO, LIST THE *
025900*                              FLIP ON THE IMPACT REPORT          *
025910******************************************************************
025920 3250-COMPARAR-SIMULACAO.
025930     IF NOT WS-MASTER-ATIVO OR NOT WS-MST-ACHADO
025940         GO TO 3250-EXIT
025950     END-IF.
025960     IF WS-MST-RESULTADO-ANT = WS-RESULTADO
025970         GO TO 3250-EXIT
025980     END-IF.
025990     ADD 1 TO WS-SIM-QTD-FLIPS.
026000     IF WS-RESULTADO = "PAR"
026010         ADD 1 TO WS-SIM-IMPAR-PAR
026020     ELSE
026030         ADD 1 TO WS-SIM-PAR-IMPAR
026040     END-IF.
026050     MOVE WS-NUMERO-WORK TO WS-NUMERO-ED.
026060     MOVE SPACES TO SIM-RECORD.
026070     STRING WS-NUMERO-ED DELIMITED BY SIZE
026080         " " DELIMITED BY SIZE
026090         WS-MST-RESULTADO-ANT DELIMITED BY SIZE
026100         "          " DELIMITED BY SIZE
026110         WS-RESULTADO DELIMITED BY SIZE
026120         INTO SIM-RECORD.
026130     WRITE SIM-RECORD.
026140 3250-EXIT.
026150     EXIT.
026160******************************************************************
026170*    3300-CONSULTAR-MASTER - LOOK THE NUMBER UP ON THE            *
026180*                            CLASSIFICATION MASTER.  A HIT MEANS  *
026190*                            THE NUMBER WAS ALREADY CLASSIFIED IN *
026200*                            A PRIOR RUN - FLAG IT AS A DUPLICATE *
026210*                            AND ROLL THE OCCURRENCE FORWARD; A   *
026220*                            MISS RECORDS IT AS FIRST SEEN        *
026230*                            A RECORD HELD BY ANOTHER PARTITION,  *
026240*                            OR INCLUDED BY ONE SINCE THE READ,   *
026250*                            IS READ AGAIN                        *
026260******************************************************************
026270 3300-CONSULTAR-MASTER.
026280     MOVE "N" TO WS-DUPLICADO-SW.
026290     MOVE "N" TO WS-MST-ACHADO-SW.
026300     MOVE SPACES TO WS-MST-RESULTADO-ANT.
026310     IF WS-IDIOMA-INGLES
026320         MOVE "NO" TO WS-DUP-TXT
026330     ELSE
026340         MOVE "NAO" TO WS-DUP-TXT
026350     END-IF.
026360     IF NOT WS-MASTER-ATIVO
026370         GO TO 3300-EXIT
026380     END-IF.
026390 3300-LER-MASTER.
026400     MOVE WS-NUMERO-WORK TO WS-CHAVE-MASTER.
026410     MOVE WS-CHAVE-MASTER-X TO MST-CHAVE.
026420     READ MASTER-FILE
026430         INVALID KEY
026440             IF NOT WS-SIMULACAO
026450                 PERFORM 3310-INCLUIR-MASTER THRU 3310-EXIT
026460             END-IF
026470         NOT INVALID KEY
026480             MOVE "Y" TO WS-MST-ACHADO-SW
026490             MOVE MST-RESULTADO TO WS-MST-RESULTADO-ANT
026500             MOVE MST-PRIMEIRA-DATA TO WS-MST-PRIMEIRA-ANT
026510             MOVE MST-ULTIMA-DATA TO WS-MST-ULTIMA-ANT
026520             MOVE MST-OCORRENCIAS TO WS-MST-OCORR-ANT
026530             IF WS-SIMULACAO
026540                 PERFORM 3330-MARCAR-DUPLICADO THRU 3330-EXIT
026550             ELSE
026560                 PERFORM 3320-ATUALIZAR-MASTER THRU 3320-EXIT
026570             END-IF
026580     END-READ.
026590     IF WS-FS-MST-BLOQUEADO OR WS-MST-CONCORRENTE
026600         MOVE "N" TO WS-MST-CONCORRENTE-SW
026610         MOVE "N" TO WS-MST-ACHADO-SW
026620         GO TO 3300-LER-MASTER
026630     END-IF.
026640 3300-EXIT.
026650     EXIT.
026660******************************************************************
026670*    3310-INCLUIR-MASTER - FIRST TIME THIS NUMBER IS SEEN -       *
026680*                          RECORD IT ON THE MASTER                *
026690******************************************************************
026700 3310-INCLUIR-MASTER.
026710     MOVE SPACES TO MST-RECORD.
026720     MOVE WS-CHAVE-MASTER-X TO MST-CHAVE.
026730     MOVE WS-DATA-SISTEMA TO MST-PRIMEIRA-DATA.
026740     MOVE WS-DATA-SISTEMA TO MST-ULTIMA-DATA.
026750     MOVE 1 TO MST-OCORRENCIAS.
026760     MOVE WS-RESULTADO TO MST-RESULTADO.
026770     WRITE MST-RECORD
026780         INVALID KEY
026790             IF WS-PARTICAO-ATIVA AND WS-FS-MST-DUPLICADA
026800                 MOVE "Y" TO WS-MST-CONCORRENTE-SW
026810             ELSE
026820                 DISPLAY "IMPAROUPAR - ERRO AO INCLUIR NO MSTFILE"
026830                     " - STATUS " WS-FS-MST
026840             END-IF
026850     END-WRITE.
026860 3310-EXIT.
026870     EXIT.
026880******************************************************************
026890*    3320-ATUALIZAR-MASTER - NUMBER ALREADY ON THE MASTER - FLAG  *
026900*                            THE DUPLICATE AND UPDATE LAST-SEEN   *
026910*                            DATE, OCCURRENCES AND STORED RESULT  *
026920******************************************************************
026930 3320-ATUALIZAR-MASTER.
026940     PERFORM 3330-MARCAR-DUPLICADO THRU 3330-EXIT.
026950     MOVE WS-DATA-SISTEMA TO MST-ULTIMA-DATA.
026960     ADD 1 TO MST-OCORRENCIAS.
026970     MOVE WS-RESULTADO TO MST-RESULTADO.
026980     REWRITE MST-RECORD
026990         INVALID KEY
027000             DISPLAY "IMPAROUPAR - ERRO AO REGRAVAR NO MSTFILE"
027010                 " - STATUS " WS-FS-MST
027020     END-REWRITE.
027030 3320-EXIT.
027040     EXIT.
027050******************************************************************
027060*    3330-MARCAR-DUPLICADO - FLAG AND COUNT A MASTER HIT - SHARED *
027070*                            BY THE PRODUCTION UPDATE AND BY THE  *
027080*                            READ-ONLY SIMULATION PATH            *
027090******************************************************************
027100 3330-MARCAR-DUPLICADO.
027110     MOVE "Y" TO WS-DUPLICADO-SW.
027120     ADD 1 TO WS-QTD-DUPLICADOS.
027130     IF WS-IDIOMA-INGLES
027140         MOVE "YES" TO WS-DUP-TXT
027150     ELSE
027160         MOVE "SIM" TO WS-DUP-TXT
027170     END-IF.
027180 3330-EXIT.
027190     EXIT.
027200******************************************************************
027210*    3400-ACUMULAR-ESTATISTICA - ROLL THE CLASSIFIED VALUE INTO   *
027220*                                THE END-OF-RUN STATISTICS -      *
027230*                                MIN/MAX/SUM, MAGNITUDE BUCKET,   *
027240*                                LAST-DIGIT SPREAD AND THE        *
027250*                                NEGATIVE/ZERO BREAKOUT           *
027260******************************************************************
027270 3400-ACUMULAR-ESTATISTICA.
027280     ADD 1 TO WS-EST-QTD-CLASSIF.
027290     ADD WS-NUMERO-WORK TO WS-EST-SOMA.
027300     IF NOT WS-EST-TEM-DADOS
027310         MOVE "Y" TO WS-EST-TEM-DADOS-SW
027320         MOVE WS-NUMERO-WORK TO WS-EST-MINIMO
027330         MOVE WS-NUMERO-WORK TO WS-EST-MAXIMO
027340     ELSE
027350         IF WS-NUMERO-WORK < WS-EST-MINIMO
027360             MOVE WS-NUMERO-WORK TO WS-EST-MINIMO
027370         END-IF
027380         IF WS-NUMERO-WORK > WS-EST-MAXIMO
027390             MOVE WS-NUMERO-WORK TO WS-EST-MAXIMO
027400         END-IF
027410     END-IF.
027420     IF WS-NUMERO-WORK < 0
027430         ADD 1 TO WS-EST-QTD-NEGATIVOS
027440         COMPUTE WS-EST-ABSOLUTO = 0 - WS-NUMERO-WORK
027450     ELSE
027460         MOVE WS-NUMERO-WORK TO WS-EST-ABSOLUTO
027470     END-IF.
027480     IF WS-NUMERO-WORK = 0
027490         ADD 1 TO WS-EST-QTD-ZEROS
027500     END-IF.
027510     IF WS-NUMERO-WORK > 0
027520         IF WS-NUMERO-WORK < 1000
027530             ADD 1 TO WS-EST-FAIXA-QTD (1)
027540         ELSE
027550             IF WS-NUMERO-WORK < 1000000
027560                 ADD 1 TO WS-EST-FAIXA-QTD (2)
027570             ELSE
027580                 ADD 1 TO WS-EST-FAIXA-QTD (3)
027590             END-IF
027600         END-IF
027610     END-IF.
027620     COMPUTE WS-EST-ULTIMO-DIGITO =
027630         FUNCTION MOD ( WS-EST-ABSOLUTO, 10 ).
027640     ADD 1 TO WS-EST-DIGITO-QTD (WS-EST-ULTIMO-DIGITO + 1).
027650     ADD 1 TO WS-FONTE-QTD-DIGITO (WS-EST-ULTIMO-DIGITO + 1).
027660 3400-EXIT.
027670     EXIT.
027680******************************************************************
027690*    3500-CLASSIFY-EXTENDED - SIGN CATEGORY PLUS MULTIPLE-OF-10   *
027700*                             BATCH-CONTROL FLAG                  *
027710******************************************************************
027720 3500-CLASSIFY-EXTENDED.
027730     IF WS-NUMERO-WORK > 0
027740         MOVE "P" TO WS-CLASSIF-CODIGO
027750         IF WS-IDIOMA-INGLES
027760             MOVE "POSITIVE" TO WS-CLASSIFICACAO
027770         ELSE
027780             MOVE "POSITIVO" TO WS-CLASSIFICACAO
027790         END-IF
027800     ELSE
027810         IF WS-NUMERO-WORK < 0
027820             MOVE "N" TO WS-CLASSIF-CODIGO
027830             IF WS-IDIOMA-INGLES
027840                 MOVE "NEGATIVE" TO WS-CLASSIFICACAO
027850             ELSE
027860                 MOVE "NEGATIVO" TO WS-CLASSIFICACAO
027870             END-IF
027880         ELSE
027890             MOVE "Z" TO WS-CLASSIF-CODIGO
027900             MOVE "ZERO" TO WS-CLASSIFICACAO
027910         END-IF
027920     END-IF.
027930     IF FUNCTION MOD ( WS-NUMERO-WORK, 10 ) = 0
027940         MOVE "Y" TO WS-CONTROLE-SWITCH
027950         IF WS-IDIOMA-INGLES
027960             MOVE "YES" TO WS-CONTROLE-TXT
027970         ELSE
027980             MOVE "SIM" TO WS-CONTROLE-TXT
027990         END-IF
028000     ELSE
028010         MOVE "N" TO WS-CONTROLE-SWITCH
028020         IF WS-IDIOMA-INGLES
028030             MOVE "NO" TO WS-CONTROLE-TXT
028040         ELSE
028050             MOVE "NAO" TO WS-CONTROLE-TXT
028060         END-IF
028070     END-IF.
028080 3500-EXIT.
028090     EXIT.
028100******************************************************************
028110*    3600-QUARENTENAR - DIVERT A MASTER HIT TO THE DUPFILE       *
028120*                       QUARANTINE WITH THE MASTER CONTEXT AS IT *
028130*                       STOOD BEFORE THIS ARRIVAL - THE RECORD   *
028140*                       STAYS OUT OF THE PAR/IMPAR TOTALS, THE   *
028150*                       STATISTICS, THE AUDIT TRAIL AND EXTFILE  *
028160******************************************************************
028170 3600-QUARENTENAR.
028180     ADD 1 TO WS-QTD-QUARENTENADOS.
028190     ADD 1 TO WS-FONTE-QTD-QUA.
028200     MOVE SPACES TO DUP-RECORD.
028210     MOVE WS-CHAVE-MASTER-X   TO DUP-NUMERO.
028220     MOVE WS-RESULTADO        TO DUP-RESULTADO.
028230     MOVE WS-MST-PRIMEIRA-ANT TO DUP-PRIMEIRA-DATA.
028240     MOVE WS-MST-ULTIMA-ANT   TO DUP-ULTIMA-DATA.
028250     MOVE WS-MST-OCORR-ANT    TO DUP-OCORRENCIAS.
028260     MOVE WS-DATA-SISTEMA     TO DUP-DATA.
028270     MOVE WS-HORA-SISTEMA     TO DUP-HORA.
028280     MOVE WS-JOB-ID           TO DUP-JOB-ID.
028290     MOVE WS-FONTE-FILIAL     TO DUP-FILIAL.
028300     WRITE DUP-RECORD.
028310     IF WS-CORPO-ATIVO
028320         MOVE "Q" TO WS-CPO-TIPO
028330         MOVE DUP-RECORD TO WS-CPO-TEXTO
028340         PERFORM 6150-GRAVAR-CORPO THRU 6150-EXIT
028350     END-IF.
028360     MOVE "QUA" TO WS-DUP-TXT.
028370     PERFORM 3100-WRITE-DETALHE THRU 3100-EXIT.
028380 3600-EXIT.
028390     EXIT.
028400******************************************************************
028410*    3610-VERIFICAR-ACEITE - IS THIS NUMBER ON THE OPERATOR      *
028420*                            ACCEPT-LIST OF LEGITIMATELY         *
028430*                            RECURRING VALUES?                   *
028440******************************************************************
028450 3610-VERIFICAR-ACEITE.
028460     MOVE "N" TO WS-ACEITE-ACHADO-SW.
028470     PERFORM 3620-PROBE-ACEITE THRU 3620-EXIT
028480         VARYING WS-ACE-IDX FROM 1 BY 1
028490         UNTIL WS-ACE-IDX > WS-QTD-ACEITES
028500            OR WS-ACEITE-ACHADO.
028510 3610-EXIT.
028520     EXIT.
028530******************************************************************
028540*    3620-PROBE-ACEITE - ONE ACCEPT-LIST TABLE PROBE             *
028550******************************************************************
028560 3620-PROBE-ACEITE.
028570     IF WS-ACE-VALOR (WS-ACE-IDX) = WS-CHAVE-MASTER-X
028580         MOVE "Y" TO WS-ACEITE-ACHADO-SW
028590     END-IF.
028600 3620-EXIT.
028610     EXIT.
028620******************************************************************
028630*    3700-CONTROLAR-SEQUENCIA - CHECK THE NUMBER AGAINST ITS      *
028640*                               BRANCH'S HIGH-WATER MARK: ABOVE   *
028650*                               MARK PLUS ONE LISTS THE SKIPPED   *
028660*                               RANGE AS MISSING TICKETS, AT OR   *
028670*                               BELOW THE MARK LISTS THE NUMBER   *
028680*                               AS OUT OF SEQUENCE, ANYTHING      *
028690*                               ABOVE THE MARK MOVES THE MARK UP. *
028692*                               A BRANCH WITH A CHECK-DIGIT SCHEME*
028694*                               IS CHECKED ON ITS NUMBER LESS THE *
028696*                               CHECK DIGIT                       *
028700******************************************************************
028710 3700-CONTROLAR-SEQUENCIA.
028720     IF NOT WS-FONTE-COM-SEQUENCIA
028730         GO TO 3700-EXIT
028740     END-IF.
028742     IF WS-FONTE-SEM-DV
028744         MOVE WS-NUMERO-WORK TO WS-HWM-NUMERO
028746     ELSE
028747         COMPUTE WS-HWM-NUMERO = WS-NUMERO-WORK / 10
028748     END-IF.
028750     IF NOT WS-HWM-EXISTE
028760         MOVE "Y" TO WS-HWM-EXISTE-SW
028770         MOVE WS-HWM-NUMERO TO WS-HWM-ATUAL
028780         PERFORM 3710-GRAVAR-MARCA THRU 3710-EXIT
028790         GO TO 3700-EXIT
028800     END-IF.
028810     IF WS-HWM-NUMERO NOT > WS-HWM-ATUAL
028820         ADD 1 TO WS-FONTE-QTD-ABAIXO
028830         ADD 1 TO WS-QTD-ABAIXO-MARCA
028840         MOVE WS-HWM-NUMERO  TO WS-HWM-MARCA-ED
028850         MOVE WS-HWM-ATUAL   TO WS-HWM-MARCA-ED2
028860         MOVE SPACES TO SEQ-RECORD
028870         STRING "    FORA DE SEQUENCIA  " DELIMITED BY SIZE
028880             WS-HWM-MARCA-ED DELIMITED BY SIZE
028890             " - NAO SUPERIOR A MARCA " DELIMITED BY SIZE
028900             WS-HWM-MARCA-ED2 DELIMITED BY SIZE
028910             INTO SEQ-RECORD
028920         PERFORM 6200-WRITE-SEQUENCIA THRU 6200-EXIT
028930         GO TO 3700-EXIT
028940     END-IF.
028950     IF WS-HWM-NUMERO > WS-HWM-ATUAL + 1
028960         COMPUTE WS-HWM-FALTA-INICIO = WS-HWM-ATUAL + 1
028970         COMPUTE WS-HWM-FALTA-FIM = WS-HWM-NUMERO - 1
028980         COMPUTE WS-HWM-FALTA-QTD =
028990             WS-HWM-FALTA-FIM - WS-HWM-FALTA-INICIO + 1
029000         ADD 1 TO WS-FONTE-QTD-INTERVALOS
029010         ADD 1 TO WS-QTD-INTERVALOS
029020         ADD WS-HWM-FALTA-QTD TO WS-FONTE-QTD-FALTANTES
029030         ADD WS-HWM-FALTA-QTD TO WS-QTD-FALTANTES
029040         MOVE WS-HWM-FALTA-INICIO TO WS-HWM-MARCA-ED
029050         MOVE WS-HWM-FALTA-FIM    TO WS-HWM-MARCA-ED2
029060         MOVE WS-HWM-FALTA-QTD    TO WS-HWM-QTD-ED
029070         MOVE SPACES TO SEQ-RECORD
029080         STRING "    FALTANTES DE       " DELIMITED BY SIZE
029090             WS-HWM-MARCA-ED DELIMITED BY SIZE
029100             " ATE " DELIMITED BY SIZE
029110             WS-HWM-MARCA-ED2 DELIMITED BY SIZE
029120             " - " DELIMITED BY SIZE
029130             WS-HWM-QTD-ED DELIMITED BY SIZE
029140             " NUMERO(S)" DELIMITED BY SIZE
029150             INTO SEQ-RECORD
029160         PERFORM 6200-WRITE-SEQUENCIA THRU 6200-EXIT
029170     END-IF.
029180     MOVE WS-HWM-NUMERO TO WS-HWM-ATUAL.
029190     PERFORM 3710-GRAVAR-MARCA THRU 3710-EXIT.
029200 3700-EXIT.
029210     EXIT.
029220******************************************************************
029230*    3710-GRAVAR-MARCA - PERSIST THE ADVANCED MARK AT ONCE, LIKE  *
029240*                        THE MASTER, SO A RESTART RESUMES FROM    *
029250*                        THE RIGHT MARK.  THE FIRST ADVANCE BY A  *
029260*                        JOB ON A BUSINESS DATE SAVES THE MARK AS *
029270*                        IT STOOD BEFORE, FOR ESTORNO             *
029280******************************************************************
029290 3710-GRAVAR-MARCA.
029300     IF WS-SIMULACAO
029310         GO TO 3710-EXIT
029320     END-IF.
029330     IF WS-HWM-NO-ARQUIVO
029340         IF HWM-JOB-ID NOT = WS-JOB-ID
029350            OR HWM-DATA-NEGOCIO NOT = WS-DATA-NEGOCIO
029360             MOVE HWM-ULTIMO-NUMERO TO HWM-MARCA-ANTERIOR
029370             MOVE "S" TO HWM-TEM-ANTERIOR
029380         END-IF
029390         PERFORM 3720-CARIMBAR-MARCA THRU 3720-EXIT
029400         REWRITE HWM-RECORD
029410             INVALID KEY
029420                 DISPLAY "IMPAROUPAR - ERRO AO REGRAVAR NO "
029430                     "HWMFILE - STATUS " WS-FS-HWM
029440         END-REWRITE
029450     ELSE
029460         MOVE SPACES TO HWM-RECORD
029470         MOVE WS-FONTE-FILIAL TO HWM-FILIAL
029480         MOVE ZERO TO HWM-MARCA-ANTERIOR
029490         MOVE "N" TO HWM-TEM-ANTERIOR
029500         PERFORM 3720-CARIMBAR-MARCA THRU 3720-EXIT
029510         WRITE HWM-RECORD
029520             INVALID KEY
029530                 DISPLAY "IMPAROUPAR - ERRO AO INCLUIR NO "
029540                     "HWMFILE - STATUS " WS-FS-HWM
029550         END-WRITE
029560         MOVE "Y" TO WS-HWM-NO-ARQUIVO-SW
029570     END-IF.
029580 3710-EXIT.
029590     EXIT.
029600******************************************************************
029610*    3720-CARIMBAR-MARCA - NEW MARK PLUS THE UPDATE STAMP         *
029620******************************************************************
029630 3720-CARIMBAR-MARCA.
029640     MOVE WS-HWM-ATUAL    TO HWM-ULTIMO-NUMERO.
029650     MOVE WS-DATA-NEGOCIO TO HWM-DATA-NEGOCIO.
029660     MOVE WS-JOB-ID       TO HWM-JOB-ID.
029670     MOVE WS-DATA-SISTEMA TO HWM-DATA-ATUALIZACAO.
029680     MOVE WS-HORA-SISTEMA TO HWM-HORA-ATUALIZACAO.
029690 3720-EXIT.
029700     EXIT.
029710******************************************************************
029720*    4000-VALIDATE-NUMERO - EDIT CHECK THE CURRENT INPUT RECORD   *
029730*                          BEFORE THE PAR/IMPAR TEST RUNS         *
029740******************************************************************
029750 4000-VALIDATE-NUMERO.
029760     MOVE "N" TO WS-NUMERO-VALIDO-SW.
029770     MOVE SPACES TO REJ-RECORD.
029780     MOVE NUM-DADOS TO REJ-VALOR.
029790     MOVE WS-FONTE-FILIAL TO REJ-FILIAL.
029800     IF NUM-TENTATIVAS NUMERIC
029810         MOVE NUM-TENTATIVAS TO REJ-TENTATIVAS
029820     ELSE
029830         MOVE ZERO TO REJ-TENTATIVAS
029840     END-IF.
029850     IF NUM-VALOR = SPACES
029860         MOVE "02" TO REJ-CODIGO
029870         MOVE "REGISTRO EM BRANCO" TO REJ-DESCRICAO
029880     ELSE
029890         IF NUM-VALOR NOT NUMERIC
029900             MOVE "01" TO REJ-CODIGO
029910             MOVE "VALOR NAO NUMERICO" TO REJ-DESCRICAO
029920         ELSE
029930             MOVE NUM-VALOR TO WS-NUMERO-WORK
029940             IF WS-NUMERO-WORK > WS-NUMERO-MAX
029950                OR WS-NUMERO-WORK < WS-NUMERO-MIN
029960                 MOVE "03" TO REJ-CODIGO
029970                 MOVE "VALOR FORA DA FAIXA" TO REJ-DESCRICAO
029980             ELSE
029990                 PERFORM 4200-CONFERIR-DIGITO THRU 4200-EXIT
030000                 IF WS-DIGITO-CONFERE
030010                     MOVE "Y" TO WS-NUMERO-VALIDO-SW
030020                 ELSE
030030                     MOVE "04" TO REJ-CODIGO
030040                     MOVE "DIGITO VERIFICADOR INVALIDO"
030050                         TO REJ-DESCRICAO
030060                 END-IF
030070             END-IF
030080         END-IF
030090     END-IF.
030100 4000-EXIT.
030110     EXIT.
030120******************************************************************
030130*    4100-WRITE-REJEITO - LOG A FAILED RECORD TO REJECT-FILE,     *
030140*                         AND IN A PARTITION STEP TO THE BODY     *
030150*                         FILE FOR THE CONSOLIDATION              *
030160******************************************************************
030170 4100-WRITE-REJEITO.
030180     ADD 1 TO WS-QTD-TOTAL.
030190     ADD 1 TO WS-FONTE-QTD-DETALHES.
030200     ADD 1 TO WS-QTD-REJEITADOS.
030210     ADD 1 TO WS-FONTE-QTD-REJ.
030220     IF REJ-DIGITO-INVALIDO
030230         ADD 1 TO WS-QTD-REJ-DV
030240         ADD 1 TO WS-FONTE-QTD-REJ-DV
030250     END-IF.
030260     IF REJ-CODIGO NUMERIC
030270         MOVE REJ-CODIGO TO WS-MOTIVO-IDX
030280         IF WS-MOTIVO-IDX > ZERO AND WS-MOTIVO-IDX < 5
030290             ADD 1 TO WS-FONTE-QTD-MOTIVO (WS-MOTIVO-IDX)
030300         END-IF
030310     END-IF.
030320     WRITE REJ-RECORD.
030330     IF WS-CORPO-ATIVO
030340         MOVE "J" TO WS-CPO-TIPO
030350         MOVE REJ-RECORD TO WS-CPO-TEXTO
030360         PERFORM 6150-GRAVAR-CORPO THRU 6150-EXIT
030370     END-IF.
030380 4100-EXIT.
030390     EXIT.
030400******************************************************************
030410*    4200-CONFERIR-DIGITO - CHECK THE LAST DIGIT OF THE VALUE     *
030420*                           AGAINST THE ONE COMPUTED OVER THE     *
030430*                           DIGITS BEFORE IT, UNDER THE SOURCE    *
030440*                           BRANCH'S SCHEME (SEE FILREC).  A      *
030450*                           BRANCH WITHOUT A SCHEME, UNREGISTERED *
030460*                           OR UNIDENTIFIED, ALWAYS PASSES.  THE  *
030470*                           SIGN OF THE VALUE IS IGNORED.         *
030480******************************************************************
030490 4200-CONFERIR-DIGITO.
030500     MOVE "Y" TO WS-DIGITO-CONFERE-SW.
030510     IF WS-FONTE-SEM-DV
030520         GO TO 4200-EXIT
030530     END-IF.
030540     MOVE WS-NUMERO-WORK TO WS-DV-NUMERO.
030550     MOVE ZERO TO WS-DV-SOMA.
030560     MOVE 2 TO WS-DV-PESO.
030570     MOVE "Y" TO WS-DV-DOBRAR-SW.
030580     PERFORM 4210-SOMAR-DIGITO THRU 4210-EXIT
030590         VARYING WS-DV-IDX FROM 17 BY -1
030600         UNTIL WS-DV-IDX < 1.
030610     IF WS-FONTE-DV-MODULO-11
030620         DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOCIENTE
030630             REMAINDER WS-DV-RESTO
030640         COMPUTE WS-DV-CALCULADO = 11 - WS-DV-RESTO
030650         IF WS-DV-CALCULADO > 9
030660             MOVE ZERO TO WS-DV-CALCULADO
030670         END-IF
030680     ELSE
030690         DIVIDE WS-DV-SOMA BY 10 GIVING WS-DV-QUOCIENTE
030700             REMAINDER WS-DV-RESTO
030710         IF WS-DV-RESTO = ZERO
030720             MOVE ZERO TO WS-DV-CALCULADO
030730         ELSE
030740             COMPUTE WS-DV-CALCULADO = 10 - WS-DV-RESTO
030750         END-IF
030760     END-IF.
030770     IF WS-DV-CALCULADO NOT = WS-DV-DIGITO (18)
030780         MOVE "N" TO WS-DIGITO-CONFERE-SW
030790     END-IF.
030800 4200-EXIT.
030810     EXIT.
030820******************************************************************
030830*    4210-SOMAR-DIGITO - ADD ONE DIGIT, RIGHT TO LEFT, INTO THE   *
030840*                        CHECK SUM - WEIGHTS 2 TO 9 REPEATING FOR *
030850*                        MODULUS 11, ALTERNATE DOUBLING FOR LUHN  *
030860******************************************************************
030870 4210-SOMAR-DIGITO.
030880     IF WS-FONTE-DV-MODULO-11
030890         COMPUTE WS-DV-PARCELA =
030900             WS-DV-DIGITO (WS-DV-IDX) * WS-DV-PESO
030910         ADD 1 TO WS-DV-PESO
030920         IF WS-DV-PESO > 9
030930             MOVE 2 TO WS-DV-PESO
030940         END-IF
030950     ELSE
030960         MOVE WS-DV-DIGITO (WS-DV-IDX) TO WS-DV-PARCELA
030970         IF WS-DV-DOBRAR
030980             COMPUTE WS-DV-PARCELA = WS-DV-PARCELA * 2
030990             IF WS-DV-PARCELA > 9
031000                 SUBTRACT 9 FROM WS-DV-PARCELA
031010             END-IF
031020             MOVE "N" TO WS-DV-DOBRAR-SW
031030         ELSE
031040             MOVE "Y" TO WS-DV-DOBRAR-SW
031050         END-IF
031060     END-IF.
031070     ADD WS-DV-PARCELA TO WS-DV-SOMA.
031080 4210-EXIT.
031090     EXIT.
031100******************************************************************
031110*    5000-CONSOLIDAR - CONSOLIDATION: BUILD THE RUN'S OUTPUTS     *
031120*                      FROM THE PARTITIONS' WORK FILES.  THE      *
031130*                      REPORT AND SEQLIST BODIES, THE REJECTS,    *
031140*                      QUARANTINE AND EXTRACT DETAILS AND THE     *
031150*                      AUDIT TRAIL ARE SORTED BACK INTO NUMFILE   *
031160*                      SOURCE ORDER; THE BRANCH STATISTICS ARE    *
031170*                      TAKEN PARTITION BY PARTITION.  EACH AUDP   *
031180*                      AND STSP IS EMPTIED ONCE COPIED, SO A      *
031190*                      RERUN OF A FAILED CONSOLIDATION CANNOT     *
031200*                      APPEND IT TWICE.  THE EXTRACT DETAILS MUST *
031210*                      TIE TO THE SUMMED PAR AND IMPAR COUNTS     *
031220******************************************************************
031230 5000-CONSOLIDAR.
031240     MOVE "N" TO WS-PRT-ERRO-SW.
031250     MOVE ZERO TO WS-COPIA-EXT-QTD.
031260     PERFORM 5100-ORDENAR-CORPOS THRU 5100-EXIT.
031270     COMPUTE WS-COPIA-EXT-ESPERADA = WS-QTD-PAR + WS-QTD-IMPAR.
031280     IF WS-COPIA-EXT-QTD NOT = WS-COPIA-EXT-ESPERADA
031290         MOVE WS-COPIA-EXT-QTD TO WS-PRT-QTD-ED
031300         MOVE WS-COPIA-EXT-ESPERADA TO WS-PRT-QTD-ED2
031310         DISPLAY "IMPAROUPAR - EXTRATOS DAS PARTICOES COM "
031320             WS-PRT-QTD-ED " DETALHE(S) - ESPERADOS "
031330             WS-PRT-QTD-ED2 " - CONSOLIDACAO INTERROMPIDA"
031340         GO TO 9999-ABEND
031350     END-IF.
031360     PERFORM 5300-ORDENAR-AUDITORIA THRU 5300-EXIT.
031370     MOVE "AUDP" TO WS-NOME-PARCIAL.
031380     PERFORM 5550-ESVAZIAR-PARCIAL THRU 5550-EXIT
031390         VARYING WS-PRT-IDX FROM 1 BY 1
031400         UNTIL WS-PRT-IDX > WS-PRT-QTD.
031410     OPEN INPUT ESTATISTICA-FILE.
031420     IF WS-FS-STS-OK
031430         CLOSE ESTATISTICA-FILE
031440         OPEN EXTEND ESTATISTICA-FILE
031450     ELSE
031460         OPEN OUTPUT ESTATISTICA-FILE
031470     END-IF.
031480     IF NOT WS-FS-STS-OK
031490         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-STS
031500             " - STATUS " WS-FS-STS
031510         GO TO 9999-ABEND
031520     END-IF.
031530     PERFORM 5400-COPIAR-ESTATISTICAS THRU 5400-EXIT
031540         VARYING WS-PRT-IDX FROM 1 BY 1
031550         UNTIL WS-PRT-IDX > WS-PRT-QTD.
031560     CLOSE ESTATISTICA-FILE.
031570     MOVE WS-QTD-TOTAL TO WS-PRT-QTD-ED.
031580     DISPLAY "IMPAROUPAR - CONSOLIDACAO - " WS-PRT-QTD
031590         " PARTICAO(OES) - " WS-PRT-QTD-ED " REGISTRO(S)".
031600 5000-EXIT.
031610     EXIT.
031620******************************************************************
031630*    5100-ORDENAR-CORPOS - SORT THE CPOPN BODY LINES ON SOURCE    *
031640*                          NUMBER AND LINE SEQUENCE AND PRINT     *
031650*                          THEM THROUGH THE COMMON WRITERS, SO    *
031660*                          THE REPORT PAGES AS A SINGLE RUN WOULD *
031670*                          - THE REJECTS, QUARANTINE AND EXTRACT  *
031680*                          DETAILS CARRIED ON CPOPN COME OUT IN   *
031690*                          THE SAME ORDER                         *
031700******************************************************************
031710 5100-ORDENAR-CORPOS.
031720     SORT SRT-FILE
031730         ON ASCENDING KEY SRT-FONTE SRT-SEQUENCIA
031740         INPUT PROCEDURE IS 5110-LIBERAR-CORPOS THRU 5110-EXIT
031750         OUTPUT PROCEDURE IS 5150-IMPRIMIR-CORPOS THRU 5150-EXIT.
031760     IF WS-PRT-ERRO
031770         DISPLAY "IMPAROUPAR - CONSOLIDACAO INTERROMPIDA - "
031780             "REEXECUTAR AS PARTICOES INDICADAS"
031790         GO TO 9999-ABEND
031800     END-IF.
031810 5100-EXIT.
031820     EXIT.
031830******************************************************************
031840*    5110-LIBERAR-CORPOS - SORT INPUT: EVERY PARTITION'S CPOPN    *
031850******************************************************************
031860 5110-LIBERAR-CORPOS.
031870     PERFORM 5120-LIBERAR-UM-CORPO THRU 5120-EXIT
031880         VARYING WS-PRT-IDX FROM 1 BY 1
031890         UNTIL WS-PRT-IDX > WS-PRT-QTD.
031900 5110-EXIT.
031910     EXIT.
031920******************************************************************
031930*    5120-LIBERAR-UM-CORPO - ONE PARTITION'S BODY LINES           *
031940******************************************************************
031950 5120-LIBERAR-UM-CORPO.
031960     MOVE WS-PRT-IDX TO WS-PRT-NUMERO.
031970     MOVE "CPOP" TO WS-NOME-CPO.
031980     MOVE WS-PRT-NUMERO TO WS-NOME-CPO (5:1).
031990     OPEN INPUT CORPO-FILE.
032000     IF NOT WS-FS-CPO-OK
032010         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-CPO
032020             " - STATUS " WS-FS-CPO " - PARTICAO " WS-PRT-NUMERO
032030         MOVE "Y" TO WS-PRT-ERRO-SW
032040         GO TO 5120-EXIT
032050     END-IF.
032060     MOVE "N" TO WS-PCL-EOF-SWITCH.
032070     PERFORM 5130-LIBERAR-LINHA THRU 5130-EXIT
032080         UNTIL WS-PCL-EOF.
032090     CLOSE CORPO-FILE.
032100 5120-EXIT.
032110     EXIT.
032120******************************************************************
032130*    5130-LIBERAR-LINHA - ONE BODY LINE TO THE SORT               *
032140******************************************************************
032150 5130-LIBERAR-LINHA.
032160     READ CORPO-FILE
032170         AT END
032180             MOVE "Y" TO WS-PCL-EOF-SWITCH
032190             GO TO 5130-EXIT
032200     END-READ.
032210     RELEASE SRT-RECORD FROM CPO-RECORD.
032220 5130-EXIT.
032230     EXIT.
032240******************************************************************
032250*    5150-IMPRIMIR-CORPOS - SORT OUTPUT: REPORT LINES GO THROUGH  *
032260*                           6100 FOR THE PAGE BREAKS, SEQLIST     *
032270*                           LINES STRAIGHT TO SEQLIST, REJECTS,   *
032280*                           QUARANTINE AND EXTRACT DETAILS TO     *
032290*                           REJFILE, DUPFILE AND EXTFILE          *
032300******************************************************************
032310 5150-IMPRIMIR-CORPOS.
032320     MOVE "N" TO WS-SRT-EOF-SWITCH.
032330     PERFORM 5160-IMPRIMIR-LINHA THRU 5160-EXIT
032340         UNTIL WS-SRT-EOF.
032350 5150-EXIT.
032360     EXIT.
032370******************************************************************
032380*    5160-IMPRIMIR-LINHA - ONE SORTED BODY LINE                   *
032390******************************************************************
032400 5160-IMPRIMIR-LINHA.
032410     RETURN SRT-FILE
032420         AT END
032430             MOVE "Y" TO WS-SRT-EOF-SWITCH
032440             GO TO 5160-EXIT
032450     END-RETURN.
032460     IF SRT-SEQUENCIA-RPT
032470         MOVE SRT-LINHA TO SEQ-RECORD
032480         WRITE SEQ-RECORD
032490         GO TO 5160-EXIT
032500     END-IF.
032510     IF SRT-REJEITO
032520         WRITE REJ-RECORD FROM SRT-LINHA
032530         GO TO 5160-EXIT
032540     END-IF.
032550     IF SRT-QUARENTENA
032560         IF WS-POLITICA-QUARENTENA
032570             WRITE DUP-RECORD FROM SRT-LINHA
032580         END-IF
032590         GO TO 5160-EXIT
032600     END-IF.
032610     IF SRT-EXTRATO
032620         WRITE EXT-RECORD FROM SRT-LINHA
032630         ADD 1 TO WS-COPIA-EXT-QTD
032640         GO TO 5160-EXIT
032650     END-IF.
032660     MOVE SPACES TO RPT-RECORD.
032670     MOVE SRT-LINHA TO RPT-LINE.
032680     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
032690 5160-EXIT.
032700     EXIT.
032710******************************************************************
032720*    5300-ORDENAR-AUDITORIA - SORT THE AUDPN LINES ON SOURCE      *
032730*                             NUMBER AND RECORD POSITION AND      *
032740*                             APPEND THEM TO AUDFILE IN NUMFILE   *
032750*                             ORDER                               *
032760******************************************************************
032770 5300-ORDENAR-AUDITORIA.
032780     SORT SRT-FILE
032790         ON ASCENDING KEY SRT-FONTE SRT-SEQUENCIA
032800         INPUT PROCEDURE IS 5310-LIBERAR-AUDITORIAS THRU 5310-EXIT
032810         OUTPUT PROCEDURE IS 5350-GRAVAR-AUDITORIAS
032815             THRU 5350-EXIT.
032820     IF WS-PRT-ERRO
032830         DISPLAY "IMPAROUPAR - CONSOLIDACAO INTERROMPIDA - "
032840             "REEXECUTAR AS PARTICOES INDICADAS"
032850         GO TO 9999-ABEND
032860     END-IF.
032870 5300-EXIT.
032880     EXIT.
032890******************************************************************
032900*    5310-LIBERAR-AUDITORIAS - SORT INPUT: EVERY PARTITION'S AUDPN*
032910******************************************************************
032920 5310-LIBERAR-AUDITORIAS.
032930     PERFORM 5320-LIBERAR-UMA-AUDITORIA THRU 5320-EXIT
032940         VARYING WS-PRT-IDX FROM 1 BY 1
032950         UNTIL WS-PRT-IDX > WS-PRT-QTD.
032960 5310-EXIT.
032970     EXIT.
032980******************************************************************
032990*    5320-LIBERAR-UMA-AUDITORIA - ONE PARTITION'S AUDIT LINES     *
033000******************************************************************
033010 5320-LIBERAR-UMA-AUDITORIA.
033020     MOVE WS-PRT-IDX TO WS-PRT-NUMERO.
033030     MOVE "AUDP" TO WS-NOME-PARCIAL.
033040     MOVE WS-PRT-NUMERO TO WS-NOME-PARCIAL (5:1).
033050     OPEN INPUT PARCIAL-FILE.
033060     IF NOT WS-FS-PCL-OK
033070         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-PARCIAL
033080             " - STATUS " WS-FS-PCL " - PARTICAO " WS-PRT-NUMERO
033090         MOVE "Y" TO WS-PRT-ERRO-SW
033100         GO TO 5320-EXIT
033110     END-IF.
033120     MOVE "N" TO WS-PCL-EOF-SWITCH.
033130     PERFORM 5330-LIBERAR-AUDITORIA THRU 5330-EXIT
033140         UNTIL WS-PCL-EOF.
033150     CLOSE PARCIAL-FILE.
033160 5320-EXIT.
033170     EXIT.
033180******************************************************************
033190*    5330-LIBERAR-AUDITORIA - ONE KEYED AUDIT LINE TO THE SORT    *
033200******************************************************************
033210 5330-LIBERAR-AUDITORIA.
033220     READ PARCIAL-FILE
033230         AT END
033240             MOVE "Y" TO WS-PCL-EOF-SWITCH
033250             GO TO 5330-EXIT
033260     END-READ.
033270     MOVE SPACES TO SRT-RECORD.
033280     MOVE PCL-AUD-FONTE TO SRT-FONTE.
033290     MOVE PCL-AUD-POSICAO TO SRT-SEQUENCIA.
033300     MOVE "A" TO SRT-TIPO.
033310     MOVE PCL-AUD-LINHA TO SRT-LINHA.
033320     RELEASE SRT-RECORD.
033330 5330-EXIT.
033340     EXIT.
033350******************************************************************
033360*    5350-GRAVAR-AUDITORIAS - SORT OUTPUT: THE AUDIT LINES, KEY   *
033370*                             STRIPPED, TO AUDFILE                *
033380******************************************************************
033390 5350-GRAVAR-AUDITORIAS.
033400     MOVE "N" TO WS-SRT-EOF-SWITCH.
033410     PERFORM 5360-GRAVAR-AUDITORIA THRU 5360-EXIT
033420         UNTIL WS-SRT-EOF.
033430 5350-EXIT.
033440     EXIT.
033450******************************************************************
033460*    5360-GRAVAR-AUDITORIA - ONE SORTED AUDIT LINE                *
033470******************************************************************
033480 5360-GRAVAR-AUDITORIA.
033490     RETURN SRT-FILE
033500         AT END
033510             MOVE "Y" TO WS-SRT-EOF-SWITCH
033520             GO TO 5360-EXIT
033530     END-RETURN.
033540     WRITE AUD-RECORD FROM SRT-LINHA.
033550 5360-EXIT.
033560     EXIT.
033570******************************************************************
033580*    5400-COPIAR-ESTATISTICAS - ONE PARTITION'S BRANCH            *
033590*                               STATISTICS, APPENDED TO STSFILE;  *
033600*                               THE STSPN IS THEN EMPTIED         *
033610******************************************************************
033620 5400-COPIAR-ESTATISTICAS.
033630     MOVE WS-PRT-IDX TO WS-PRT-NUMERO.
033640     MOVE "STSP" TO WS-NOME-PARCIAL.
033650     PERFORM 5500-COPIAR-ARQUIVO THRU 5500-EXIT.
033660     PERFORM 5550-ESVAZIAR-PARCIAL THRU 5550-EXIT.
033670 5400-EXIT.
033680     EXIT.
033690******************************************************************
033700*    5500-COPIAR-ARQUIVO - COPY ONE PARTIAL FILE, NAMED BY        *
033710*                          WS-NOME-PARCIAL AND THE PARTITION      *
033720*                          NUMBER, TO STSFILE.  A MISSING PARTIAL *
033730*                          FILE MEANS THE PARTITION DID NOT       *
033740*                          FINISH                                 *
033750******************************************************************
033760 5500-COPIAR-ARQUIVO.
033770     MOVE WS-PRT-NUMERO TO WS-NOME-PARCIAL (5:1).
033780     OPEN INPUT PARCIAL-FILE.
033790     IF NOT WS-FS-PCL-OK
033800         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-PARCIAL
033810             " - STATUS " WS-FS-PCL " - REEXECUTAR A PARTICAO "
033820             WS-PRT-NUMERO
033830         GO TO 9999-ABEND
033840     END-IF.
033850     MOVE "N" TO WS-PCL-EOF-SWITCH.
033860     PERFORM 5510-COPIAR-REGISTRO THRU 5510-EXIT
033870         UNTIL WS-PCL-EOF.
033880     CLOSE PARCIAL-FILE.
033890 5500-EXIT.
033900     EXIT.
033910******************************************************************
033920*    5510-COPIAR-REGISTRO - ONE RECORD                            *
033930******************************************************************
033940 5510-COPIAR-REGISTRO.
033950     READ PARCIAL-FILE
033960         AT END
033970             MOVE "Y" TO WS-PCL-EOF-SWITCH
033980             GO TO 5510-EXIT
033990     END-READ.
034000     WRITE STS-RECORD FROM PCL-RECORD.
034010 5510-EXIT.
034020     EXIT.
034030******************************************************************
034040*    5550-ESVAZIAR-PARCIAL - EMPTY ONE PARTITION WORK FILE ONCE   *
034050*                            ITS CONTENTS ARE ON THE RUN FILE     *
034060******************************************************************
034070 5550-ESVAZIAR-PARCIAL.
034080     MOVE WS-PRT-IDX TO WS-PRT-NUMERO.
034090     MOVE WS-PRT-NUMERO TO WS-NOME-PARCIAL (5:1).
034100     OPEN OUTPUT PARCIAL-FILE.
034110     IF NOT WS-FS-PCL-OK
034120         DISPLAY "IMPAROUPAR - ERRO AO ESVAZIAR " WS-NOME-PARCIAL
034130             " - STATUS " WS-FS-PCL
034140         GO TO 9999-ABEND
034150     END-IF.
034160     CLOSE PARCIAL-FILE.
034170 5550-EXIT.
034180     EXIT.
034190******************************************************************
034200*    6000-WRITE-CABECALHO-PAGINA - START A NEW REPORT PAGE WITH   *
034210*                                  TITLE, RUN DATE/TIME, JOB ID,  *
034220*                                  PAGE NUMBER AND THE COLUMN     *
034230*                                  HEADINGS FOR THE DETAIL AREA   *
034240******************************************************************
034250 6000-WRITE-CABECALHO-PAGINA.
034260     ADD 1 TO WS-PAGINA.
034270     MOVE WS-PAGINA TO WS-PAGINA-ED.
034280     MOVE SPACES TO RPT-RECORD.
034290     STRING WS-TITULO-RELATORIO DELIMITED BY SIZE
034300         "  " DELIMITED BY SIZE
034310         WS-DATA-SISTEMA DELIMITED BY SIZE
034320         "  " DELIMITED BY SIZE
034330         WS-HORA-SISTEMA DELIMITED BY SIZE
034340         "  " DELIMITED BY SIZE
034350         WS-JOB-ID DELIMITED BY SIZE
034360         "  " DELIMITED BY SIZE
034370         WS-LBL-PAGINA DELIMITED BY SIZE
034380         WS-PAGINA-ED DELIMITED BY SIZE
034390         WS-LBL-PARTICAO DELIMITED BY SIZE
034400         INTO RPT-LINE.
034410     WRITE RPT-RECORD.
034420     MOVE SPACES TO RPT-RECORD.
034430     MOVE WS-CAB-LINHA TO RPT-LINE.
034440     WRITE RPT-RECORD.
034450     MOVE SPACES TO RPT-RECORD.
034460     WRITE RPT-RECORD.
034470     MOVE 3 TO WS-LINHA-CONTADOR.
034480 6000-EXIT.
034490     EXIT.
034500******************************************************************
034510*    6100-WRITE-LINHA - COMMON REPORT LINE WRITER - BREAKS TO A   *
034520*                       NEW PAGE EVERY WS-LINHAS-POR-PAGINA LINES *
034530*                       - IN A PARTITION STEP THE LINE ALSO       *
034540*                       GOES TO THE BODY FILE FOR THE             *
034550*                       CONSOLIDATION                             *
034560******************************************************************
034570 6100-WRITE-LINHA.
034580     IF WS-CORPO-ATIVO
034590         MOVE RPT-LINE TO WS-CPO-TEXTO
034600     END-IF.
034610     IF WS-LINHA-CONTADOR >= WS-LINHAS-POR-PAGINA
034620         PERFORM 6000-WRITE-CABECALHO-PAGINA THRU 6000-EXIT
034630     END-IF.
034640     WRITE RPT-RECORD.
034650     ADD 1 TO WS-LINHA-CONTADOR.
034660     IF WS-CORPO-ATIVO
034670         MOVE "R" TO WS-CPO-TIPO
034680         PERFORM 6150-GRAVAR-CORPO THRU 6150-EXIT
034690     END-IF.
034700 6100-EXIT.
034710     EXIT.
034720******************************************************************
034730*    6150-GRAVAR-CORPO - ONE BODY LINE, TAGGED WITH THE SOURCE'S  *
034740*                        NUMBER IN THE WHOLE NUMFILE AND A        *
034750*                        RUNNING SEQUENCE THAT KEEPS THE LINES IN *
034760*                        THE ORDER THEY WERE PRINTED              *
034770******************************************************************
034780 6150-GRAVAR-CORPO.
034790     ADD 1 TO WS-CPO-SEQUENCIA.
034800     MOVE SPACES TO CPO-RECORD.
034810     MOVE WS-FONTE-GLOBAL TO CPO-FONTE.
034820     MOVE WS-CPO-SEQUENCIA TO CPO-SEQUENCIA.
034830     MOVE WS-CPO-TIPO TO CPO-TIPO.
034840     MOVE WS-CPO-TEXTO TO CPO-LINHA.
034850     WRITE CPO-RECORD.
034860     IF NOT WS-FS-CPO-OK
034870         DISPLAY "IMPAROUPAR - ERRO AO GRAVAR " WS-NOME-CPO
034880             " - STATUS " WS-FS-CPO " - REEXECUTAR A PARTICAO"
034890         GO TO 9999-ABEND
034900     END-IF.
034910 6150-EXIT.
034920     EXIT.
034930******************************************************************
034940*    6200-WRITE-SEQUENCIA - SEQLIST DETAIL LINE WRITER            *
034950******************************************************************
034960 6200-WRITE-SEQUENCIA.
034970     WRITE SEQ-RECORD.
034980     IF WS-CORPO-ATIVO
034990         MOVE "S" TO WS-CPO-TIPO
035000         MOVE SEQ-RECORD TO WS-CPO-TEXTO
035010         PERFORM 6150-GRAVAR-CORPO THRU 6150-EXIT
035020     END-IF.
035030 6200-EXIT.
035040     EXIT.
035050******************************************************************
035060*    7000-RECONCILE-COUNTS - COMPARE THE HEADER/TRAILER CONTROL   *
035070*                            COUNTS AGAINST WHAT WAS ACTUALLY     *
035080*                            READ, SO A TRUNCATED FILE OR A       *
035090*                            MISSING TRAILER DOES NOT GO UNNOTICED*
035100******************************************************************
035110 7000-RECONCILE-COUNTS.
035120     MOVE WS-FONTE-GLOBAL TO WS-FONTE-NUMERO-ED.
035130     COMPUTE WS-QTD-DETALHES-TOTAL =
035140         WS-FONTE-RESTART + WS-FONTE-QTD-DETALHES.
035150     IF NOT WS-TRAILER-ENCONTRADO
035160         MOVE "Y" TO WS-DIVERGENCIA-SWITCH
035170         MOVE "Y" TO WS-FONTE-DIVERG-SW
035180         DISPLAY "IMPAROUPAR - FONTE " WS-FONTE-NUMERO-ED
035190             " - REGISTRO TRAILER AUSENTE - "
035200             "ARQUIVO PODE ESTAR TRUNCADO"
035210     ELSE
035220         IF WS-QTD-DETALHES-TOTAL NOT = WS-QTD-ATUAL-TRAILER
035230             MOVE "Y" TO WS-DIVERGENCIA-SWITCH
035240             MOVE "Y" TO WS-FONTE-DIVERG-SW
035250             MOVE WS-QTD-ATUAL-TRAILER
035260                 TO WS-QTD-ATUAL-TRAILER-ED
035270             MOVE WS-QTD-DETALHES-TOTAL
035280                 TO WS-QTD-DETALHES-TOTAL-ED
035290             DISPLAY "IMPAROUPAR - FONTE " WS-FONTE-NUMERO-ED
035300                 " - DIVERGENCIA DE CONTROLE - "
035310                 "TRAILER INFORMA " WS-QTD-ATUAL-TRAILER-ED
035320                 " REGISTROS LIDOS " WS-QTD-DETALHES-TOTAL-ED
035330         END-IF
035340     END-IF.
035350     IF WS-QTD-DETALHES-TOTAL NOT = WS-QTD-ESPERADA
035360         MOVE "Y" TO WS-DIVERGENCIA-SWITCH
035370         MOVE "Y" TO WS-FONTE-DIVERG-SW
035380         MOVE WS-QTD-ESPERADA TO WS-QTD-ESPERADA-ED
035390         MOVE WS-QTD-DETALHES-TOTAL
035400             TO WS-QTD-DETALHES-TOTAL-ED
035410         DISPLAY "IMPAROUPAR - FONTE " WS-FONTE-NUMERO-ED
035420             " - DIVERGENCIA DE CONTROLE - HEADER "
035430             "ESPERAVA " WS-QTD-ESPERADA-ED
035440             " REGISTROS LIDOS " WS-QTD-DETALHES-TOTAL-ED
035450     END-IF.
035460     IF NOT WS-FONTE-DIVERGENTE
035470         DISPLAY "IMPAROUPAR - FONTE " WS-FONTE-NUMERO-ED
035480             " - RECONCILIACAO DE CONTROLE OK"
035490     END-IF.
035500     PERFORM 7100-WRITE-RECONCILIACAO THRU 7100-EXIT.
035510 7000-EXIT.
035520     EXIT.
035530******************************************************************
035540*    7100-WRITE-RECONCILIACAO - RECORD THE RECONCILIATION RESULT  *
035550*                               ON THE SUMMARY REPORT             *
035560******************************************************************
035570 7100-WRITE-RECONCILIACAO.
035580     MOVE WS-QTD-ESPERADA       TO WS-QTD-ESPERADA-ED.
035590     MOVE WS-QTD-ATUAL-TRAILER  TO WS-QTD-ATUAL-TRAILER-ED.
035600     MOVE WS-QTD-DETALHES-TOTAL TO WS-QTD-DETALHES-TOTAL-ED.
035610     MOVE SPACES TO RPT-RECORD.
035620     STRING WS-LBL-HDR-ESPERA DELIMITED BY SIZE
035630         WS-QTD-ESPERADA-ED DELIMITED BY SIZE
035640         WS-LBL-TRL-INFORMA DELIMITED BY SIZE
035650         WS-QTD-ATUAL-TRAILER-ED DELIMITED BY SIZE
035660         WS-LBL-REG-LIDOS DELIMITED BY SIZE
035670         WS-QTD-DETALHES-TOTAL-ED DELIMITED BY SIZE
035680         INTO RPT-LINE.
035690     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
035700     MOVE SPACES TO RPT-RECORD.
035710     IF WS-FONTE-DIVERGENTE
035720         STRING WS-LBL-RECON-DIV
035730             DELIMITED BY SIZE INTO RPT-LINE
035740     ELSE
035750         STRING WS-LBL-RECON-OK DELIMITED BY SIZE
035760             INTO RPT-LINE
035770     END-IF.
035780     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
035790 7100-EXIT.
035800     EXIT.
035810******************************************************************
035820*    7200-WRITE-SUBTOTAL-FONTE - PER-SOURCE SUBTOTAL LINE AHEAD   *
035830*                                OF THE RECONCILIATION BLOCK      *
035840******************************************************************
035850 7200-WRITE-SUBTOTAL-FONTE.
035860     MOVE WS-FONTE-GLOBAL      TO WS-FONTE-NUMERO-ED.
035870     MOVE SPACES TO RPT-RECORD.
035880     STRING WS-LBL-FONTE DELIMITED BY SIZE
035890         WS-FONTE-NUMERO-ED DELIMITED BY SIZE
035900         "  " DELIMITED BY SIZE
035910         WS-LBL-FILIAL DELIMITED BY SIZE
035920         WS-FONTE-FILIAL DELIMITED BY SIZE
035930         " " DELIMITED BY SIZE
035940         WS-FONTE-FILIAL-NOME DELIMITED BY SIZE
035950         INTO RPT-LINE.
035960     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
035970     MOVE WS-FONTE-QTD-PAR     TO WS-QTD-PAR-ED.
035980     MOVE WS-FONTE-QTD-IMPAR   TO WS-QTD-IMPAR-ED.
035990     MOVE WS-FONTE-QTD-REJ     TO WS-QTD-REJEITADOS-ED.
036000     MOVE SPACES TO RPT-RECORD.
036010     STRING WS-LBL-FONTE DELIMITED BY SIZE
036020         WS-FONTE-NUMERO-ED DELIMITED BY SIZE
036030         "  " DELIMITED BY SIZE
036040         WS-LBL-TOT-PAR DELIMITED BY SIZE
036050         WS-QTD-PAR-ED DELIMITED BY SIZE
036060         WS-LBL-TOT-IMPAR DELIMITED BY SIZE
036070         WS-QTD-IMPAR-ED DELIMITED BY SIZE
036080         WS-LBL-TOT-REJ DELIMITED BY SIZE
036090         WS-QTD-REJEITADOS-ED DELIMITED BY SIZE
036100         INTO RPT-LINE.
036110     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
036120     IF NOT WS-FONTE-SEM-DV
036130         MOVE WS-FONTE-QTD-REJ-DV TO WS-QTD-REJEITADOS-ED
036140         MOVE SPACES TO RPT-RECORD
036150         STRING WS-LBL-FONTE DELIMITED BY SIZE
036160             WS-FONTE-NUMERO-ED DELIMITED BY SIZE
036170             "  " DELIMITED BY SIZE
036180             WS-LBL-DV-ESQUEMA DELIMITED BY SIZE
036190             WS-FONTE-DV DELIMITED BY SIZE
036200             WS-LBL-REJ-DV DELIMITED BY SIZE
036210             WS-QTD-REJEITADOS-ED DELIMITED BY SIZE
036220             INTO RPT-LINE
036230         PERFORM 6100-WRITE-LINHA THRU 6100-EXIT
036240     END-IF.
036250 7200-EXIT.
036260     EXIT.
036270******************************************************************
036280*    7250-WRITE-SEQUENCIA-FONTE - PER-SOURCE SEQUENCE LINES: THE  *
036290*                                 MARK BEFORE AND AFTER, MISSING *
036300*                                 TICKETS AND OUT-OF-SEQUENCE    *
036310*                                 ARRIVALS, ON THE REPORT AND TO *
036320*                                 CLOSE THE SOURCE'S SEQLIST     *
036330*                                 BLOCK                          *
036340******************************************************************
036350 7250-WRITE-SEQUENCIA-FONTE.
036360     IF NOT WS-FONTE-COM-SEQUENCIA
036370         GO TO 7250-EXIT
036380     END-IF.
036390     MOVE WS-LBL-SEM-MARCA TO WS-HWM-TXT-ANT.
036400     MOVE WS-LBL-SEM-MARCA TO WS-HWM-TXT-NOVA.
036410     IF WS-HWM-EXISTIA
036420         MOVE WS-HWM-ANTERIOR TO WS-HWM-MARCA-ED
036430         MOVE WS-HWM-MARCA-ED TO WS-HWM-TXT-ANT
036440     END-IF.
036450     IF WS-HWM-EXISTE
036460         MOVE WS-HWM-ATUAL TO WS-HWM-MARCA-ED2
036470         MOVE WS-HWM-MARCA-ED2 TO WS-HWM-TXT-NOVA
036480     END-IF.
036490     MOVE SPACES TO RPT-RECORD.
036500     STRING WS-LBL-FONTE DELIMITED BY SIZE
036510         WS-FONTE-NUMERO-ED DELIMITED BY SIZE
036520         "  " DELIMITED BY SIZE
036530         WS-LBL-SEQUENCIA DELIMITED BY SIZE
036540         WS-LBL-MARCA-ANT DELIMITED BY SIZE
036550         WS-HWM-TXT-ANT DELIMITED BY SIZE
036560         WS-LBL-NOVA-MARCA DELIMITED BY SIZE
036570         WS-HWM-TXT-NOVA DELIMITED BY SIZE
036580         INTO RPT-LINE.
036590     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
036600     MOVE WS-FONTE-QTD-FALTANTES  TO WS-HWM-QTD-ED.
036610     MOVE WS-FONTE-QTD-INTERVALOS TO WS-HWM-QTD-ED2.
036620     MOVE WS-FONTE-QTD-ABAIXO     TO WS-HWM-QTD-ED3.
036630     MOVE SPACES TO RPT-RECORD.
036640     STRING WS-LBL-FONTE DELIMITED BY SIZE
036650         WS-FONTE-NUMERO-ED DELIMITED BY SIZE
036660         "  " DELIMITED BY SIZE
036670         WS-LBL-SEQUENCIA DELIMITED BY SIZE
036680         WS-LBL-FALTANTES DELIMITED BY SIZE
036690         WS-HWM-QTD-ED DELIMITED BY SIZE
036700         WS-LBL-INTERVALOS DELIMITED BY SIZE
036710         WS-HWM-QTD-ED2 DELIMITED BY SIZE
036720         WS-LBL-ABAIXO-MARCA DELIMITED BY SIZE
036730         WS-HWM-QTD-ED3 DELIMITED BY SIZE
036740         INTO RPT-LINE.
036750     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
036760     MOVE SPACES TO SEQ-RECORD.
036770     IF WS-HWM-EXISTE
036780         STRING "    FALTANTES " DELIMITED BY SIZE
036790             WS-HWM-QTD-ED DELIMITED BY SIZE
036800             " EM " DELIMITED BY SIZE
036810             WS-HWM-QTD-ED2 DELIMITED BY SIZE
036820             " LACUNA(S)  FORA DE SEQUENCIA " DELIMITED BY SIZE
036830             WS-HWM-QTD-ED3 DELIMITED BY SIZE
036840             "  NOVA MARCA " DELIMITED BY SIZE
036850             WS-HWM-MARCA-ED2 DELIMITED BY SIZE
036860             INTO SEQ-RECORD
036870     ELSE
036880         STRING "    NENHUM NUMERO ACEITO - FILIAL CONTINUA "
036890                 DELIMITED BY SIZE
036900             "SEM MARCA" DELIMITED BY SIZE
036910             INTO SEQ-RECORD
036920     END-IF.
036930     PERFORM 6200-WRITE-SEQUENCIA THRU 6200-EXIT.
036940 7250-EXIT.
036950     EXIT.
036960******************************************************************
036970*    7300-CONCLUIR-FONTE - CLOSE OFF ONE SOURCE: COUNT IT, WRITE  *
036980*                          ITS SUBTOTAL LINE AND ENFORCE ITS      *
036990*                          HEADER/TRAILER RECONCILIATION          *
037000******************************************************************
037010 7300-CONCLUIR-FONTE.
037020     ADD 1 TO WS-QTD-FONTES.
037030     PERFORM 7200-WRITE-SUBTOTAL-FONTE THRU 7200-EXIT.
037040     PERFORM 7250-WRITE-SEQUENCIA-FONTE THRU 7250-EXIT.
037050     PERFORM 7000-RECONCILE-COUNTS THRU 7000-EXIT.
037060     PERFORM 7400-ACUMULAR-RETORNO THRU 7400-EXIT.
037070 7300-EXIT.
037080     EXIT.
037090******************************************************************
037100*    7400-ACUMULAR-RETORNO - ADD THE SOURCE JUST CLOSED OFF TO ITS*
037110*                            BRANCH'S ACKNOWLEDGEMENT TOTALS.  A  *
037120*                            SOURCE WITH NO BRANCH CODE HAS NOBODY*
037130*                            TO ACKNOWLEDGE AND IS SKIPPED        *
037140******************************************************************
037150 7400-ACUMULAR-RETORNO.
037160     IF WS-FONTE-FILIAL = SPACES
037170         GO TO 7400-EXIT
037180     END-IF.
037190     MOVE "N" TO WS-RET-ACHADO-SW.
037200     MOVE ZERO TO WS-RET-POS.
037210     PERFORM 7410-PROCURAR-RETORNO THRU 7410-EXIT
037220         VARYING WS-RET-IDX FROM 1 BY 1
037230         UNTIL WS-RET-IDX > WS-QTD-RETORNOS
037240            OR WS-RET-ACHADO.
037250     IF NOT WS-RET-ACHADO
037260         IF WS-QTD-RETORNOS NOT < WS-RET-MAXIMO
037270             DISPLAY "IMPAROUPAR - TABELA DE RETORNOS CHEIA - "
037280                 "FILIAL " WS-FONTE-FILIAL " SEM RETORNO"
037290             GO TO 7400-EXIT
037300         END-IF
037310         ADD 1 TO WS-QTD-RETORNOS
037320         MOVE WS-QTD-RETORNOS TO WS-RET-POS
037330         MOVE WS-FONTE-FILIAL TO WS-RET-FILIAL (WS-RET-POS)
037340         MOVE WS-FONTE-FILIAL-NOME TO WS-RET-NOME (WS-RET-POS)
037350         MOVE ZERO TO WS-RET-FONTES (WS-RET-POS)
037360         MOVE ZERO TO WS-RET-ESPERADA (WS-RET-POS)
037370         MOVE ZERO TO WS-RET-INFORMADA (WS-RET-POS)
037380         MOVE ZERO TO WS-RET-RECEBIDOS (WS-RET-POS)
037390         MOVE ZERO TO WS-RET-REINICIO (WS-RET-POS)
037400         MOVE ZERO TO WS-RET-PAR (WS-RET-POS)
037410         MOVE ZERO TO WS-RET-IMPAR (WS-RET-POS)
037420         MOVE ZERO TO WS-RET-REJ (WS-RET-POS)
037430         MOVE ZERO TO WS-RET-MOTIVO (WS-RET-POS, 1)
037440         MOVE ZERO TO WS-RET-MOTIVO (WS-RET-POS, 2)
037450         MOVE ZERO TO WS-RET-MOTIVO (WS-RET-POS, 3)
037460         MOVE ZERO TO WS-RET-MOTIVO (WS-RET-POS, 4)
037470         MOVE ZERO TO WS-RET-QUA (WS-RET-POS)
037480         MOVE ZERO TO WS-RET-RCL (WS-RET-POS)
037490         MOVE "N" TO WS-RET-DIVERGENTE (WS-RET-POS)
037500         PERFORM 7420-ZERAR-DIGITO-RETORNO THRU 7420-EXIT
037510             VARYING WS-RET-DIG-IDX FROM 1 BY 1
037520             UNTIL WS-RET-DIG-IDX > 10
037530     END-IF.
037540     ADD 1 TO WS-RET-FONTES (WS-RET-POS).
037550     ADD WS-QTD-ESPERADA TO WS-RET-ESPERADA (WS-RET-POS).
037560     ADD WS-QTD-ATUAL-TRAILER TO WS-RET-INFORMADA (WS-RET-POS).
037570     ADD WS-QTD-DETALHES-TOTAL TO WS-RET-RECEBIDOS (WS-RET-POS).
037580     ADD WS-FONTE-RESTART TO WS-RET-REINICIO (WS-RET-POS).
037590     ADD WS-FONTE-QTD-PAR TO WS-RET-PAR (WS-RET-POS).
037600     ADD WS-FONTE-QTD-IMPAR TO WS-RET-IMPAR (WS-RET-POS).
037610     ADD WS-FONTE-QTD-REJ TO WS-RET-REJ (WS-RET-POS).
037620     ADD WS-FONTE-QTD-MOTIVO (1) TO WS-RET-MOTIVO (WS-RET-POS, 1).
037630     ADD WS-FONTE-QTD-MOTIVO (2) TO WS-RET-MOTIVO (WS-RET-POS, 2).
037640     ADD WS-FONTE-QTD-MOTIVO (3) TO WS-RET-MOTIVO (WS-RET-POS, 3).
037650     ADD WS-FONTE-QTD-MOTIVO (4) TO WS-RET-MOTIVO (WS-RET-POS, 4).
037660     ADD WS-FONTE-QTD-QUA TO WS-RET-QUA (WS-RET-POS).
037670     ADD WS-FONTE-QTD-RCL TO WS-RET-RCL (WS-RET-POS).
037680     PERFORM 7430-SOMAR-DIGITO-RETORNO THRU 7430-EXIT
037690         VARYING WS-RET-DIG-IDX FROM 1 BY 1
037700         UNTIL WS-RET-DIG-IDX > 10.
037710     IF WS-FONTE-DIVERGENTE
037720         MOVE "Y" TO WS-RET-DIVERGENTE (WS-RET-POS)
037730     END-IF.
037740 7400-EXIT.
037750     EXIT.
037760******************************************************************
037770*    7410-PROCURAR-RETORNO - ONE ACKNOWLEDGEMENT TABLE PROBE      *
037780******************************************************************
037790 7410-PROCURAR-RETORNO.
037800     IF WS-RET-FILIAL (WS-RET-IDX) = WS-FONTE-FILIAL
037810         MOVE "Y" TO WS-RET-ACHADO-SW
037820         MOVE WS-RET-IDX TO WS-RET-POS
037830     END-IF.
037840 7410-EXIT.
037850     EXIT.
037860******************************************************************
037870*    7420-ZERAR-DIGITO-RETORNO - ONE BRANCH LAST-DIGIT COUNTER    *
037880******************************************************************
037890 7420-ZERAR-DIGITO-RETORNO.
037900     MOVE ZERO TO WS-RET-DIGITO (WS-RET-POS, WS-RET-DIG-IDX).
037910 7420-EXIT.
037920     EXIT.
037930******************************************************************
037940*    7430-SOMAR-DIGITO-RETORNO - ADD ONE SOURCE LAST-DIGIT COUNT  *
037950*                                TO ITS BRANCH                    *
037960******************************************************************
037970 7430-SOMAR-DIGITO-RETORNO.
037980     ADD WS-FONTE-QTD-DIGITO (WS-RET-DIG-IDX)
037990         TO WS-RET-DIGITO (WS-RET-POS, WS-RET-DIG-IDX).
038000 7430-EXIT.
038010     EXIT.
038020******************************************************************
038030*    8000-FINALIZE - WRITE SUMMARY LINE AND CLOSE FILES           *
038040*                    A PARTITION STEP LEAVES THE COMPLETENESS     *
038050*                    SECTION, HISTORY AND RUNCTL TO THE           *
038060*                    CONSOLIDATION AND ENDS WITH ITS TOTALS       *
038070******************************************************************
038080 8000-FINALIZE.
038090     MOVE "N" TO WS-CORPO-SW.
038100     IF NOT WS-SIMULACAO AND NOT WS-CONSOLIDACAO
038110         PERFORM 8200-WRITE-CHECKPOINT THRU 8200-EXIT
038120     END-IF.
038130     PERFORM 8100-WRITE-RESUMO THRU 8100-EXIT.
038140     IF NOT WS-PARTICAO-ATIVA
038150         PERFORM 8150-WRITE-COMPLETUDE THRU 8150-EXIT
038160     END-IF.
038170     PERFORM 8400-WRITE-ESTATISTICA THRU 8400-EXIT.
038180     IF WS-SIMULACAO
038190         PERFORM 8500-WRITE-RESUMO-SIMULACAO THRU 8500-EXIT
038200     END-IF.
038210     IF NOT WS-SIMULACAO AND NOT WS-PARTICAO-ATIVA
038220         PERFORM 8300-WRITE-HISTORIA THRU 8300-EXIT
038230     END-IF.
038240     PERFORM 8800-FECHAR-SEQUENCIA THRU 8800-EXIT.
038250     IF NOT WS-CONSOLIDACAO
038260         CLOSE NUMERO-FILE
038270     END-IF.
038280     CLOSE PARIMPAR-RPT.
038290     CLOSE REJECT-FILE.
038300     IF WS-SIMULACAO
038310         CLOSE SIMULACAO-RPT
038320     ELSE
038330         PERFORM 8600-WRITE-EXT-TRAILER THRU 8600-EXIT
038340         IF NOT WS-CONSOLIDACAO
038350             CLOSE CHECKPOINT-FILE
038360         END-IF
038370         CLOSE AUDIT-FILE
038380         IF NOT WS-PARTICAO-ATIVA
038390             CLOSE HISTORIA-FILE
038400         END-IF
038410         CLOSE EXTRATO-FILE
038420     END-IF.
038430     IF WS-PARTICAO-ATIVA
038440         CLOSE CORPO-FILE
038450     END-IF.
038460     IF WS-MASTER-ATIVO
038470         CLOSE MASTER-FILE
038480     END-IF.
038490     IF WS-XREF-ATIVO
038500         CLOSE XREF-FILE
038510     END-IF.
038520     IF WS-RUNCTL-ATIVO
038530         IF WS-SIMULACAO OR WS-PARTICAO-ATIVA
038540             CLOSE RUNCTL-FILE
038550         ELSE
038560             PERFORM 8700-MARCAR-PROCESSADO THRU 8700-EXIT
038570         END-IF
038580     END-IF.
038590     IF WS-POLITICA-QUARENTENA AND NOT WS-SIMULACAO
038600         CLOSE DUPLICADO-FILE
038610     END-IF.
038620     IF NOT WS-SIMULACAO AND NOT WS-CONSOLIDACAO
038630         PERFORM 8900-GRAVAR-RETORNOS THRU 8900-EXIT
038640         PERFORM 8960-GRAVAR-ESTATISTICAS THRU 8960-EXIT
038650     END-IF.
038660     IF WS-PARTICAO-ATIVA
038670         PERFORM 8990-GRAVAR-TOTAIS-PARTICAO THRU 8990-EXIT
038680     END-IF.
038690     IF WS-CONSOLIDACAO
038700         PERFORM 8995-ENCERRAR-PARTICIONAMENTO THRU 8995-EXIT
038710     END-IF.
038720 8000-EXIT.
038730     EXIT.
038740******************************************************************
038750*    8100-WRITE-RESUMO - FINAL SUMMARY LINE WITH COUNTS/TOTAL     *
038760******************************************************************
038770 8100-WRITE-RESUMO.
038780     PERFORM 6000-WRITE-CABECALHO-PAGINA THRU 6000-EXIT.
038790     MOVE WS-QTD-PAR       TO WS-QTD-PAR-ED.
038800     MOVE WS-QTD-IMPAR     TO WS-QTD-IMPAR-ED.
038810     MOVE WS-QTD-TOTAL     TO WS-QTD-TOTAL-ED.
038820     MOVE WS-QTD-REJEITADOS TO WS-QTD-REJEITADOS-ED.
038830     MOVE WS-QTD-DUPLICADOS TO WS-QTD-DUPLICADOS-ED.
038840     MOVE SPACES TO RPT-RECORD.
038850     MOVE ALL "*" TO RPT-LINE.
038860     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
038870     MOVE SPACES TO RPT-RECORD.
038880     STRING "*  " DELIMITED BY SIZE
038890         WS-LBL-TOT-PAR DELIMITED BY SIZE
038900         WS-QTD-PAR-ED DELIMITED BY SIZE
038910         WS-LBL-TOT-IMPAR DELIMITED BY SIZE
038920         WS-QTD-IMPAR-ED DELIMITED BY SIZE
038930         WS-LBL-TOT-GERAL DELIMITED BY SIZE
038940         WS-QTD-TOTAL-ED DELIMITED BY SIZE
038950         WS-LBL-TOT-REJ DELIMITED BY SIZE
038960         WS-QTD-REJEITADOS-ED DELIMITED BY SIZE
038970         INTO RPT-LINE.
038980     MOVE "*" TO RPT-LINE (132:1).
038990     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
039000     MOVE SPACES TO RPT-RECORD.
039010     STRING "*  " DELIMITED BY SIZE
039020         WS-LBL-TOT-DUP DELIMITED BY SIZE
039030         WS-QTD-DUPLICADOS-ED DELIMITED BY SIZE
039040         INTO RPT-LINE.
039050     MOVE "*" TO RPT-LINE (132:1).
039060     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
039070     MOVE WS-QTD-REJ-DV TO WS-QTD-REJEITADOS-ED.
039080     MOVE SPACES TO RPT-RECORD.
039090     STRING "*  " DELIMITED BY SIZE
039100         WS-LBL-TOT-REJ-DV DELIMITED BY SIZE
039110         WS-QTD-REJEITADOS-ED DELIMITED BY SIZE
039120         INTO RPT-LINE.
039130     MOVE "*" TO RPT-LINE (132:1).
039140     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
039150     IF WS-POLITICA-QUARENTENA
039160         MOVE WS-QTD-QUARENTENADOS
039170             TO WS-QTD-QUARENTENADOS-ED
039180         MOVE SPACES TO RPT-RECORD
039190         STRING "*  " DELIMITED BY SIZE
039200             WS-LBL-TOT-QUA DELIMITED BY SIZE
039210             WS-QTD-QUARENTENADOS-ED DELIMITED BY SIZE
039220             INTO RPT-LINE
039230         MOVE "*" TO RPT-LINE (132:1)
039240         PERFORM 6100-WRITE-LINHA THRU 6100-EXIT
039250     END-IF.
039260     MOVE SPACES TO RPT-RECORD.
039270     IF WS-HA-DIVERGENCIA
039280         STRING "*  " DELIMITED BY SIZE
039290             WS-LBL-RECON-DIV DELIMITED BY SIZE
039300             INTO RPT-LINE
039310     ELSE
039320         STRING "*  " DELIMITED BY SIZE
039330             WS-LBL-RECON-OK DELIMITED BY SIZE
039340             INTO RPT-LINE
039350     END-IF.
039360     MOVE "*" TO RPT-LINE (132:1).
039370     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
039380     MOVE SPACES TO RPT-RECORD.
039390     MOVE ALL "*" TO RPT-LINE.
039400     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
039410 8100-EXIT.
039420     EXIT.
039430******************************************************************
039440*    8150-WRITE-COMPLETUDE - CLOSE THE RUN WITH THE SUBMISSION-   *
039450*                            COMPLETENESS SECTION: EXPECTED-DAILY *
039460*                            BRANCHES THAT DID NOT SUBMIT TODAY,  *
039470*                            UNREGISTERED CODES THAT DID, AND     *
039480*                            SOURCES THAT CARRIED NO BRANCH CODE  *
039490******************************************************************
039500 8150-WRITE-COMPLETUDE.
039510     MOVE SPACES TO RPT-RECORD.
039520     MOVE WS-LBL-COMP-TITULO TO RPT-LINE.
039530     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
039540     IF NOT WS-REGISTRO-FIL-ATIVO
039550         MOVE SPACES TO RPT-RECORD
039560         MOVE WS-LBL-REG-INDISP TO RPT-LINE
039570         PERFORM 6100-WRITE-LINHA THRU 6100-EXIT
039580         GO TO 8150-EXIT
039590     END-IF.
039600     PERFORM 8160-WRITE-FALTANTE THRU 8160-EXIT
039610         VARYING WS-FIL-IDX FROM 1 BY 1
039620         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS.
039630     PERFORM 8170-WRITE-NAO-REGISTRADA THRU 8170-EXIT
039640         VARYING WS-NAO-REG-IDX FROM 1 BY 1
039650         UNTIL WS-NAO-REG-IDX > WS-QTD-NAO-REG.
039660     IF WS-QTD-SEM-FILIAL > 0
039670         MOVE WS-QTD-SEM-FILIAL TO WS-FONTE-NUMERO-ED
039680         MOVE SPACES TO RPT-RECORD
039690         STRING WS-LBL-SEM-FILIAL DELIMITED BY SIZE
039700             WS-FONTE-NUMERO-ED DELIMITED BY SIZE
039710             INTO RPT-LINE
039720         PERFORM 6100-WRITE-LINHA THRU 6100-EXIT
039730     END-IF.
039740 8150-EXIT.
039750     EXIT.
039760******************************************************************
039770*    8160-WRITE-FALTANTE - ONE LINE PER EXPECTED-DAILY BRANCH     *
039780*                          THAT DID NOT SUBMIT IN THIS RUN        *
039790******************************************************************
039800 8160-WRITE-FALTANTE.
039810     IF WS-FIL-TAB-DIARIA (WS-FIL-IDX) = "S"
039820        AND WS-FIL-TAB-SUBMETEU (WS-FIL-IDX) NOT = "S"
039830         MOVE SPACES TO RPT-RECORD
039840         STRING WS-LBL-FALTANTE DELIMITED BY SIZE
039850             WS-FIL-TAB-CODIGO (WS-FIL-IDX) DELIMITED BY SIZE
039860             " " DELIMITED BY SIZE
039870             WS-FIL-TAB-NOME (WS-FIL-IDX) DELIMITED BY SIZE
039880             INTO RPT-LINE
039890         PERFORM 6100-WRITE-LINHA THRU 6100-EXIT
039900     END-IF.
039910 8160-EXIT.
039920     EXIT.
039930******************************************************************
039940*    8170-WRITE-NAO-REGISTRADA - ONE LINE PER UNREGISTERED        *
039950*                                BRANCH CODE THAT SUBMITTED       *
039960******************************************************************
039970 8170-WRITE-NAO-REGISTRADA.
039980     MOVE SPACES TO RPT-RECORD.
039990     STRING WS-LBL-NAO-REG DELIMITED BY SIZE
040000         WS-NAO-REG-CODIGO (WS-NAO-REG-IDX) DELIMITED BY SIZE
040010         INTO RPT-LINE.
040020     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
040030 8170-EXIT.
040040     EXIT.
040050******************************************************************
040060*    8200-WRITE-CHECKPOINT - RECORD HOW MANY RECORDS HAVE BEEN    *
040070*                            READ SO FAR, FOR RESTART PURPOSES    *
040080******************************************************************
040090 8200-WRITE-CHECKPOINT.
040100     MOVE WS-PRIMEIRA-ESPERADA TO CHK-QTD-ESPERADA.
040110     COMPUTE CHK-QTD-PROCESSADA = WS-RESTART-COUNT + WS-QTD-TOTAL.
040120     WRITE CHK-RECORD.
040130 8200-EXIT.
040140     EXIT.
040150******************************************************************
040160*    8300-WRITE-HISTORIA - APPEND ONE EXECUTION RECORD TO THE RUN *
040170*                          HISTORY, PLUS A DISTINCT ALERT RECORD  *
040180*                          WHEN THE RUN ENDED WITH A CONTROL      *
040190*                          DIVERGENCE, SO THE SCHEDULER CAN ROUTE *
040200*                          DIVERGENCES WITHOUT READING THE SPOOL  *
040210******************************************************************
040220 8300-WRITE-HISTORIA.
040230     ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD.
040240     ACCEPT WS-HORA-FIM FROM TIME.
040250     MOVE SPACES TO HST-RECORD.
040260     MOVE "E" TO HST-TIPO.
040270     MOVE WS-DATA-SISTEMA TO HST-DATA-INICIO.
040280     MOVE WS-HORA-SISTEMA TO HST-HORA-INICIO.
040290     MOVE WS-DATA-FIM     TO HST-DATA-FIM.
040300     MOVE WS-HORA-FIM     TO HST-HORA-FIM.
040310     MOVE WS-JOB-ID       TO HST-JOB-ID.
040320     MOVE WS-CFG-IDIOMA   TO HST-IDIOMA.
040330     MOVE WS-CFG-MODULO   TO HST-MODULO.
040340     MOVE WS-QTD-TOTAL    TO HST-QTD-LIDOS.
040350     MOVE WS-QTD-PAR      TO HST-QTD-PAR.
040360     MOVE WS-QTD-IMPAR    TO HST-QTD-IMPAR.
040370     MOVE WS-QTD-REJEITADOS TO HST-QTD-REJEITADOS.
040380     MOVE WS-QTD-REJ-DV   TO HST-QTD-REJ-DV.
040390     MOVE WS-QTD-QUARENTENADOS TO HST-QTD-QUARENTENA.
040400     IF WS-RESTART
040410         MOVE "R" TO HST-REINICIO
040420     ELSE
040430         MOVE "F" TO HST-REINICIO
040440     END-IF.
040450     IF WS-HA-DIVERGENCIA
040460         MOVE "DV" TO HST-RECONCILIACAO
040470     ELSE
040480         MOVE "OK" TO HST-RECONCILIACAO
040490     END-IF.
040500     MOVE WS-DATA-NEGOCIO TO HST-DATA-NEGOCIO.
040510     WRITE HST-RECORD.
040520     IF WS-HA-DIVERGENCIA
040530         MOVE "A" TO HST-TIPO
040540         WRITE HST-RECORD
040550     END-IF.
040560 8300-EXIT.
040570     EXIT.
040580******************************************************************
040590*    8400-WRITE-ESTATISTICA - END-OF-RUN STATISTICS SECTION ON A  *
040600*                             FRESH PAGE - MIN/MAX/SUM/AVERAGE,   *
040610*                             MAGNITUDE-BUCKET HISTOGRAM, LAST-   *
040620*                             DIGIT DISTRIBUTION AND THE          *
040630*                             NEGATIVE/ZERO BREAKOUT              *
040640******************************************************************
040650 8400-WRITE-ESTATISTICA.
040660     PERFORM 6000-WRITE-CABECALHO-PAGINA THRU 6000-EXIT.
040670     MOVE SPACES TO RPT-RECORD.
040680     MOVE WS-LBL-EST-TITULO TO RPT-LINE.
040690     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
040700     IF WS-EST-QTD-CLASSIF > 0
040710         COMPUTE WS-EST-MEDIA =
040720             WS-EST-SOMA / WS-EST-QTD-CLASSIF
040730     ELSE
040740         MOVE ZERO TO WS-EST-MEDIA
040750     END-IF.
040760     MOVE SPACES TO RPT-RECORD.
040770     MOVE WS-EST-MINIMO TO WS-NUMERO-ED.
040780     STRING WS-LBL-EST-MINIMO DELIMITED BY SIZE
040790         WS-NUMERO-ED DELIMITED BY SIZE
040800         INTO RPT-LINE.
040810     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
040820     MOVE SPACES TO RPT-RECORD.
040830     MOVE WS-EST-MAXIMO TO WS-NUMERO-ED.
040840     STRING WS-LBL-EST-MAXIMO DELIMITED BY SIZE
040850         WS-NUMERO-ED DELIMITED BY SIZE
040860         INTO RPT-LINE.
040870     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
040880     MOVE SPACES TO RPT-RECORD.
040890     MOVE WS-EST-SOMA TO WS-NUMERO-ED.
040900     STRING WS-LBL-EST-SOMA DELIMITED BY SIZE
040910         WS-NUMERO-ED DELIMITED BY SIZE
040920         INTO RPT-LINE.
040930     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
040940     MOVE SPACES TO RPT-RECORD.
040950     MOVE WS-EST-MEDIA TO WS-NUMERO-ED.
040960     STRING WS-LBL-EST-MEDIA DELIMITED BY SIZE
040970         WS-NUMERO-ED DELIMITED BY SIZE
040980         INTO RPT-LINE.
040990     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
041000     PERFORM 8440-WRITE-FAIXA THRU 8440-EXIT
041010         VARYING WS-EST-DIGITO-IDX FROM 1 BY 1
041020         UNTIL WS-EST-DIGITO-IDX > 3.
041030     PERFORM 8450-WRITE-DIGITO THRU 8450-EXIT
041040         VARYING WS-EST-DIGITO-IDX FROM 1 BY 1
041050         UNTIL WS-EST-DIGITO-IDX > 10.
041060     MOVE SPACES TO RPT-RECORD.
041070     MOVE WS-EST-QTD-NEGATIVOS TO WS-EST-QTD-ED.
041080     STRING WS-LBL-EST-NEGATIVOS DELIMITED BY SIZE
041090         WS-EST-QTD-ED DELIMITED BY SIZE
041100         INTO RPT-LINE.
041110     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
041120     MOVE SPACES TO RPT-RECORD.
041130     MOVE WS-EST-QTD-ZEROS TO WS-EST-QTD-ED.
041140     STRING WS-LBL-EST-ZEROS DELIMITED BY SIZE
041150         WS-EST-QTD-ED DELIMITED BY SIZE
041160         INTO RPT-LINE.
041170     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
041180 8400-EXIT.
041190     EXIT.
041200******************************************************************
041210*    8440-WRITE-FAIXA - ONE MAGNITUDE-BUCKET HISTOGRAM LINE       *
041220******************************************************************
041230 8440-WRITE-FAIXA.
041240     MOVE WS-EST-FAIXA-QTD (WS-EST-DIGITO-IDX)
041250         TO WS-EST-QTD-ED.
041260     MOVE SPACES TO RPT-RECORD.
041270     STRING WS-LBL-EST-FAIXA DELIMITED BY SIZE
041280         WS-EST-FAIXA-TXT (WS-EST-DIGITO-IDX)
041290             DELIMITED BY SIZE
041300         ": " DELIMITED BY SIZE
041310         WS-EST-QTD-ED DELIMITED BY SIZE
041320         INTO RPT-LINE.
041330     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
041340 8440-EXIT.
041350     EXIT.
041360******************************************************************
041370*    8450-WRITE-DIGITO - ONE LAST-DIGIT DISTRIBUTION LINE         *
041380******************************************************************
041390 8450-WRITE-DIGITO.
041400     COMPUTE WS-EST-DIGITO-TXT = WS-EST-DIGITO-IDX - 1.
041410     MOVE WS-EST-DIGITO-QTD (WS-EST-DIGITO-IDX)
041420         TO WS-EST-QTD-ED.
041430     MOVE SPACES TO RPT-RECORD.
041440     STRING WS-LBL-EST-DIGITO DELIMITED BY SIZE
041450         WS-EST-DIGITO-TXT DELIMITED BY SIZE
041460         ": " DELIMITED BY SIZE
041470         WS-EST-QTD-ED DELIMITED BY SIZE
041480         INTO RPT-LINE.
041490     PERFORM 6100-WRITE-LINHA THRU 6100-EXIT.
041500 8450-EXIT.
041510     EXIT.
041520******************************************************************
041530*    8500-WRITE-RESUMO-SIMULACAO - SIMULATION MODE ONLY: CLOSE    *
041540*                                  THE IMPACT REPORT WITH THE     *
041550*                                  FLIP TOTALS IN EACH DIRECTION  *
041560******************************************************************
041570 8500-WRITE-RESUMO-SIMULACAO.
041580     MOVE SPACES TO SIM-RECORD.
041590     STRING "-------------------------------------------"
041600             DELIMITED BY SIZE
041610         INTO SIM-RECORD.
041620     WRITE SIM-RECORD.
041630     MOVE WS-SIM-QTD-FLIPS TO WS-SIM-QTD-ED.
041640     MOVE SPACES TO SIM-RECORD.
041650     STRING "TOTAL DE MUDANCAS DE RESULTADO: "
041660             DELIMITED BY SIZE
041670         WS-SIM-QTD-ED DELIMITED BY SIZE
041680         INTO SIM-RECORD.
041690     WRITE SIM-RECORD.
041700     MOVE WS-SIM-PAR-IMPAR TO WS-SIM-QTD-ED.
041710     MOVE SPACES TO SIM-RECORD.
041720     STRING "PAR PARA IMPAR: " DELIMITED BY SIZE
041730         WS-SIM-QTD-ED DELIMITED BY SIZE
041740         INTO SIM-RECORD.
041750     WRITE SIM-RECORD.
041760     MOVE WS-SIM-IMPAR-PAR TO WS-SIM-QTD-ED.
041770     MOVE SPACES TO SIM-RECORD.
041780     STRING "IMPAR PARA PAR: " DELIMITED BY SIZE
041790         WS-SIM-QTD-ED DELIMITED BY SIZE
041800         INTO SIM-RECORD.
041810     WRITE SIM-RECORD.
041820     MOVE WS-SIM-QTD-FLIPS TO WS-SIM-QTD-ED.
041830     DISPLAY "IMPAROUPAR - SIMULACAO CONCLUIDA - "
041840         WS-SIM-QTD-ED " MUDANCAS DE RESULTADO".
041850 8500-EXIT.
041860     EXIT.
041870******************************************************************
041880*    8600-WRITE-EXT-TRAILER - CLOSE THE EXTRACT WITH ITS CONTROL  *
041890*                             TRAILER: RECORD COUNT AND PAR/IMPAR *
041900*                             COUNTS FOR EXTCHK AND THE          *
041910*                             DOWNSTREAM SHOP TO RECONCILE        *
041920******************************************************************
041930 8600-WRITE-EXT-TRAILER.
041940     MOVE SPACES TO EXT-RECORD.
041950     MOVE "T" TO EXT-TIPO-REG.
041960     COMPUTE EXT-TRL-QTD = WS-QTD-PAR + WS-QTD-IMPAR.
041970     MOVE WS-QTD-PAR   TO EXT-TRL-QTD-PAR.
041980     MOVE WS-QTD-IMPAR TO EXT-TRL-QTD-IMPAR.
041990     WRITE EXT-RECORD.
042000 8600-EXIT.
042010     EXIT.
042020******************************************************************
042030*    8700-MARCAR-PROCESSADO - STAMP THE BUSINESS DATE PROCESSADO  *
042040*                             ON THE RUN CONTROL SO A SECOND RUN  *
042050*                             OF THE SAME DAY IS REFUSED UNLESS   *
042060*                             THE OPERATOR FORCES IT              *
042070******************************************************************
042080 8700-MARCAR-PROCESSADO.
042090     MOVE WS-DATA-NEGOCIO-X TO RCT-CHAVE.
042100     MOVE "N" TO WS-RCT-ACHADO-SW.
042110     READ RUNCTL-FILE
042120         INVALID KEY
042130             CONTINUE
042140         NOT INVALID KEY
042150             MOVE "Y" TO WS-RCT-ACHADO-SW
042160     END-READ.
042170     IF WS-RCT-ACHADO
042180         MOVE "P" TO RCT-STATUS
042190         MOVE WS-DATA-FIM TO RCT-DATA-ATUALIZACAO
042200         MOVE WS-HORA-FIM TO RCT-HORA-ATUALIZACAO
042210         MOVE WS-JOB-ID   TO RCT-JOB-ID
042220         REWRITE RCT-RECORD
042230             INVALID KEY
042240                 DISPLAY "IMPAROUPAR - ERRO AO REGRAVAR NO "
042250                     "RUNCTL - STATUS " WS-FS-RCT
042260         END-REWRITE
042270     ELSE
042280         MOVE SPACES TO RCT-RECORD
042290         MOVE WS-DATA-NEGOCIO-X TO RCT-CHAVE
042300         MOVE "P" TO RCT-STATUS
042310         MOVE WS-DATA-FIM TO RCT-DATA-ATUALIZACAO
042320         MOVE WS-HORA-FIM TO RCT-HORA-ATUALIZACAO
042330         MOVE WS-JOB-ID   TO RCT-JOB-ID
042340         WRITE RCT-RECORD
042350             INVALID KEY
042360                 DISPLAY "IMPAROUPAR - ERRO AO INCLUIR NO "
042370                     "RUNCTL - STATUS " WS-FS-RCT
042380         END-WRITE
042390     END-IF.
042400     CLOSE RUNCTL-FILE.
042410 8700-EXIT.
042420     EXIT.
042430******************************************************************
042440*    8800-FECHAR-SEQUENCIA - CLOSE SEQLIST WITH THE RUN'S         *
042450*                            SEQUENCE TOTALS AND CLOSE HWMFILE    *
042460******************************************************************
042470 8800-FECHAR-SEQUENCIA.
042480     MOVE WS-QTD-FALTANTES    TO WS-HWM-QTD-ED.
042490     MOVE WS-QTD-INTERVALOS   TO WS-HWM-QTD-ED2.
042500     MOVE WS-QTD-ABAIXO-MARCA TO WS-HWM-QTD-ED3.
042510     MOVE SPACES TO SEQ-RECORD.
042520     STRING "-------------------------------------------"
042530             DELIMITED BY SIZE
042540         INTO SEQ-RECORD.
042550     WRITE SEQ-RECORD.
042560     MOVE SPACES TO SEQ-RECORD.
042570     STRING "TOTAL DE FALTANTES: " DELIMITED BY SIZE
042580         WS-HWM-QTD-ED DELIMITED BY SIZE
042590         "  LACUNAS: " DELIMITED BY SIZE
042600         WS-HWM-QTD-ED2 DELIMITED BY SIZE
042610         "  FORA DE SEQUENCIA: " DELIMITED BY SIZE
042620         WS-HWM-QTD-ED3 DELIMITED BY SIZE
042630         INTO SEQ-RECORD.
042640     WRITE SEQ-RECORD.
042650     CLOSE SEQUENCIA-RPT.
042660     IF WS-MARCA-ATIVA
042670         CLOSE MARCA-FILE
042680         MOVE WS-QTD-FILIAIS-SEQ TO WS-FONTE-NUMERO-ED
042690         DISPLAY "IMPAROUPAR - SEQUENCIA - " WS-FONTE-NUMERO-ED
042700             " FONTE(S) CONTROLADA(S) - FALTANTES "
042710             WS-HWM-QTD-ED " FORA DE SEQUENCIA " WS-HWM-QTD-ED3
042720     END-IF.
042730 8800-EXIT.
042740     EXIT.
042750******************************************************************
042760*    8900-GRAVAR-RETORNOS - WRITE ONE ACKNOWLEDGEMENT DATASET PER *
042770*                           BRANCH THAT SUBMITTED IN THIS RUN.    *
042780*                           RUNS AFTER REJFILE AND DUPFILE ARE    *
042790*                           CLOSED SO THEY CAN BE READ BACK       *
042800******************************************************************
042810 8900-GRAVAR-RETORNOS.
042820     PERFORM 8910-GRAVAR-UM-RETORNO THRU 8910-EXIT
042830         VARYING WS-RET-IDX FROM 1 BY 1
042840         UNTIL WS-RET-IDX > WS-QTD-RETORNOS.
042850     MOVE WS-QTD-RETORNOS TO WS-FONTE-NUMERO-ED.
042860     DISPLAY "IMPAROUPAR - RETORNO - " WS-FONTE-NUMERO-ED
042870         " FILIAL(IS) NOTIFICADA(S)".
042880 8900-EXIT.
042890     EXIT.
042900******************************************************************
042910*    8910-GRAVAR-UM-RETORNO - HEADER, COUNTS, REJECT AND          *
042920*                             QUARANTINE LISTS AND TRAILER FOR    *
042930*                             ONE BRANCH.  AN OPEN FAILURE LOSES  *
042940*                             ONLY THAT ACKNOWLEDGEMENT - THE RUN *
042950*                             IS ALREADY COMPLETE AND COMMITTED   *
042960******************************************************************
042970 8910-GRAVAR-UM-RETORNO.
042980     MOVE ZERO TO WS-RET-QTD-LISTADOS.
042990     MOVE SPACES TO WS-NOME-RETORNO.
043000     STRING "RET" DELIMITED BY SIZE
043010         WS-RET-FILIAL (WS-RET-IDX) DELIMITED BY SIZE
043020         WS-DATA-NEGOCIO DELIMITED BY SIZE
043030         WS-HORA-SISTEMA DELIMITED BY SIZE
043040         INTO WS-NOME-RETORNO.
043050     OPEN OUTPUT RETORNO-FILE.
043060     IF NOT WS-FS-RET-OK
043070         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-RETORNO
043080             " - STATUS " WS-FS-RET " - FILIAL "
043090             WS-RET-FILIAL (WS-RET-IDX) " SEM RETORNO"
043100         GO TO 8910-EXIT
043110     END-IF.
043120     MOVE SPACES TO RET-RECORD.
043130     MOVE "H" TO RET-TIPO-REG.
043140     MOVE WS-RET-FILIAL (WS-RET-IDX) TO RET-HDR-FILIAL.
043150     MOVE WS-RET-NOME (WS-RET-IDX)   TO RET-HDR-NOME.
043160     MOVE WS-DATA-NEGOCIO            TO RET-HDR-DATA-NEGOCIO.
043170     MOVE WS-JOB-ID                  TO RET-HDR-JOB-ID.
043180     MOVE WS-DATA-SISTEMA            TO RET-HDR-DATA.
043190     MOVE WS-HORA-SISTEMA            TO RET-HDR-HORA.
043200     WRITE RET-RECORD.
043210     MOVE SPACES TO RET-RECORD.
043220     MOVE "C" TO RET-TIPO-REG.
043230     MOVE WS-RET-RECEBIDOS (WS-RET-IDX) TO RET-CNT-RECEBIDOS.
043240     MOVE WS-RET-REINICIO (WS-RET-IDX)  TO RET-CNT-REINICIO.
043250     MOVE WS-RET-PAR (WS-RET-IDX)       TO RET-CNT-PAR.
043260     MOVE WS-RET-IMPAR (WS-RET-IDX)     TO RET-CNT-IMPAR.
043270     MOVE WS-RET-REJ (WS-RET-IDX)       TO RET-CNT-REJEITADOS.
043280     MOVE WS-RET-MOTIVO (WS-RET-IDX, 1) TO RET-CNT-REJ-MOTIVO (1).
043290     MOVE WS-RET-MOTIVO (WS-RET-IDX, 2) TO RET-CNT-REJ-MOTIVO (2).
043300     MOVE WS-RET-MOTIVO (WS-RET-IDX, 3) TO RET-CNT-REJ-MOTIVO (3).
043310     MOVE WS-RET-MOTIVO (WS-RET-IDX, 4) TO RET-CNT-REJ-MOTIVO (4).
043320     MOVE WS-RET-QUA (WS-RET-IDX)       TO RET-CNT-QUARENTENA.
043330     WRITE RET-RECORD.
043340     IF WS-RET-REJ (WS-RET-IDX) > ZERO
043350         PERFORM 8920-LISTAR-REJEITOS THRU 8920-EXIT
043360     END-IF.
043370     IF WS-RET-QUA (WS-RET-IDX) > ZERO
043380         PERFORM 8940-LISTAR-QUARENTENA THRU 8940-EXIT
043390     END-IF.
043400     MOVE SPACES TO RET-RECORD.
043410     MOVE "T" TO RET-TIPO-REG.
043420     MOVE WS-RET-ESPERADA (WS-RET-IDX)  TO RET-TRL-QTD-ESPERADA.
043430     MOVE WS-RET-INFORMADA (WS-RET-IDX) TO RET-TRL-QTD-INFORMADA.
043440     MOVE WS-RET-RECEBIDOS (WS-RET-IDX) TO RET-TRL-QTD-RECEBIDA.
043450     MOVE WS-RET-QTD-LISTADOS           TO RET-TRL-QTD-LISTADOS.
043460     MOVE WS-RET-FONTES (WS-RET-IDX)    TO RET-TRL-QTD-FONTES.
043470     IF WS-RET-DIVERGENTE (WS-RET-IDX) = "Y"
043480         MOVE "DV" TO RET-TRL-CONCILIACAO
043490     ELSE
043500         MOVE "OK" TO RET-TRL-CONCILIACAO
043510     END-IF.
043520     WRITE RET-RECORD.
043530     CLOSE RETORNO-FILE.
043540     MOVE WS-RET-QTD-LISTADOS TO WS-RET-QTD-ED.
043550     DISPLAY "IMPAROUPAR - RETORNO " WS-NOME-RETORNO " - "
043560         WS-RET-QTD-ED " VALOR(ES) DEVOLVIDO(S)".
043570 8910-EXIT.
043580     EXIT.
043590******************************************************************
043600*    8920-LISTAR-REJEITOS - READ REJFILE BACK AND COPY THE        *
043610*                           BRANCH'S REJECTED VALUES TO ITS       *
043620*                           ACKNOWLEDGEMENT                       *
043630******************************************************************
043640 8920-LISTAR-REJEITOS.
043650     OPEN INPUT REJECT-FILE.
043660     IF NOT WS-FS-REJ-OK
043670         DISPLAY "IMPAROUPAR - ERRO AO RELER REJFILE - STATUS "
043680             WS-FS-REJ " - REJEITOS FORA DO RETORNO "
043690             WS-NOME-RETORNO
043700         GO TO 8920-EXIT
043710     END-IF.
043720     MOVE "N" TO WS-RET-FIM-SW.
043730     PERFORM 8930-COPIAR-REJEITO THRU 8930-EXIT
043740         UNTIL WS-RET-FIM.
043750     CLOSE REJECT-FILE.
043760 8920-EXIT.
043770     EXIT.
043780******************************************************************
043790*    8930-COPIAR-REJEITO - ONE REJFILE RECORD                     *
043800******************************************************************
043810 8930-COPIAR-REJEITO.
043820     READ REJECT-FILE
043830         AT END
043840             MOVE "Y" TO WS-RET-FIM-SW
043850             GO TO 8930-EXIT
043860     END-READ.
043870     IF REJ-FILIAL NOT = WS-RET-FILIAL (WS-RET-IDX)
043880         GO TO 8930-EXIT
043890     END-IF.
043900     MOVE SPACES TO RET-RECORD.
043910     MOVE "R" TO RET-TIPO-REG.
043920     MOVE REJ-VALOR      TO RET-REJ-VALOR.
043930     MOVE REJ-CODIGO     TO RET-REJ-CODIGO.
043940     MOVE REJ-DESCRICAO  TO RET-REJ-DESCRICAO.
043950     MOVE REJ-TENTATIVAS TO RET-REJ-TENTATIVAS.
043960     WRITE RET-RECORD.
043970     ADD 1 TO WS-RET-QTD-LISTADOS.
043980 8930-EXIT.
043990     EXIT.
044000******************************************************************
044010*    8940-LISTAR-QUARENTENA - READ DUPFILE BACK AND COPY THE      *
044020*                             BRANCH'S QUARANTINED DUPLICATES TO  *
044030*                             ITS ACKNOWLEDGEMENT                 *
044040******************************************************************
044050 8940-LISTAR-QUARENTENA.
044060     OPEN INPUT DUPLICADO-FILE.
044070     IF NOT WS-FS-DUP-OK
044080         DISPLAY "IMPAROUPAR - ERRO AO RELER DUPFILE - STATUS "
044090             WS-FS-DUP " - QUARENTENA FORA DO RETORNO "
044100             WS-NOME-RETORNO
044110         GO TO 8940-EXIT
044120     END-IF.
044130     MOVE "N" TO WS-RET-FIM-SW.
044140     PERFORM 8950-COPIAR-QUARENTENA THRU 8950-EXIT
044150         UNTIL WS-RET-FIM.
044160     CLOSE DUPLICADO-FILE.
044170 8940-EXIT.
044180     EXIT.
044190******************************************************************
044200*    8950-COPIAR-QUARENTENA - ONE DUPFILE RECORD                  *
044210******************************************************************
044220 8950-COPIAR-QUARENTENA.
044230     READ DUPLICADO-FILE
044240         AT END
044250             MOVE "Y" TO WS-RET-FIM-SW
044260             GO TO 8950-EXIT
044270     END-READ.
044280     IF DUP-FILIAL NOT = WS-RET-FILIAL (WS-RET-IDX)
044290         GO TO 8950-EXIT
044300     END-IF.
044310     MOVE SPACES TO RET-RECORD.
044320     MOVE "Q" TO RET-TIPO-REG.
044330     MOVE DUP-NUMERO        TO RET-QUA-NUMERO.
044340     MOVE DUP-RESULTADO     TO RET-QUA-RESULTADO.
044350     MOVE DUP-PRIMEIRA-DATA TO RET-QUA-PRIMEIRA-DATA.
044360     MOVE DUP-ULTIMA-DATA   TO RET-QUA-ULTIMA-DATA.
044370     MOVE DUP-OCORRENCIAS   TO RET-QUA-OCORRENCIAS.
044380     WRITE RET-RECORD.
044390     ADD 1 TO WS-RET-QTD-LISTADOS.
044400 8950-EXIT.
044410     EXIT.
044420******************************************************************
044430*    8960-GRAVAR-ESTATISTICAS - APPEND ONE STSFILE RECORD PER     *
044440*                               BRANCH THAT SUBMITTED IN THIS     *
044450*                               RUN, FOR THE ANOMALIA BASELINE.   *
044460*                               AN OPEN FAILURE LOSES ONLY THE    *
044470*                               STATISTICS - THE RUN IS ALREADY   *
044480*                               COMPLETE AND COMMITTED            *
044490******************************************************************
044500 8960-GRAVAR-ESTATISTICAS.
044510     IF WS-QTD-RETORNOS = ZERO
044520         GO TO 8960-EXIT
044530     END-IF.
044540     IF WS-PARTICAO-ATIVA
044550         OPEN OUTPUT ESTATISTICA-FILE
044560         GO TO 8960-TESTAR-STATUS
044570     END-IF.
044580     OPEN INPUT ESTATISTICA-FILE.
044590     IF WS-FS-STS-OK
044600         CLOSE ESTATISTICA-FILE
044610         OPEN EXTEND ESTATISTICA-FILE
044620     ELSE
044630         OPEN OUTPUT ESTATISTICA-FILE
044640     END-IF.
044650 8960-TESTAR-STATUS.
044660     IF NOT WS-FS-STS-OK
044670         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-STS
044680             " - STATUS " WS-FS-STS
044690             " - ESTATISTICAS POR FILIAL NAO GRAVADAS"
044700         GO TO 8960-EXIT
044710     END-IF.
044720     MOVE ZERO TO WS-STS-QTD-GRAVADOS.
044730     PERFORM 8970-GRAVAR-UMA-ESTATISTICA THRU 8970-EXIT
044740         VARYING WS-RET-IDX FROM 1 BY 1
044750         UNTIL WS-RET-IDX > WS-QTD-RETORNOS.
044760     CLOSE ESTATISTICA-FILE.
044770     MOVE WS-STS-QTD-GRAVADOS TO WS-FONTE-NUMERO-ED.
044780     DISPLAY "IMPAROUPAR - STSFILE - " WS-FONTE-NUMERO-ED
044790         " FILIAL(IS) REGISTRADA(S)".
044800 8960-EXIT.
044810     EXIT.
044820******************************************************************
044830*    8970-GRAVAR-UMA-ESTATISTICA - COUNTS, PAR SHARE, REJECT RATE *
044840*                                  AND LAST-DIGIT SPREAD FOR ONE  *
044850*                                  BRANCH.  THE RATES COVER ONLY  *
044860*                                  WHAT THIS RUN PROCESSED, NOT   *
044870*                                  WHAT A RESTART SKIPPED         *
044880******************************************************************
044890 8970-GRAVAR-UMA-ESTATISTICA.
044900     MOVE SPACES TO STS-RECORD.
044910     MOVE WS-DATA-NEGOCIO            TO STS-DATA-NEGOCIO.
044920     MOVE WS-JOB-ID                  TO STS-JOB-ID.
044930     MOVE WS-DATA-SISTEMA            TO STS-DATA.
044940     MOVE WS-HORA-SISTEMA            TO STS-HORA.
044950     MOVE WS-RET-FILIAL (WS-RET-IDX) TO STS-FILIAL.
044960     MOVE WS-RET-NOME (WS-RET-IDX)   TO STS-NOME.
044970     MOVE WS-RET-RECEBIDOS (WS-RET-IDX) TO STS-QTD-RECEBIDOS.
044980     MOVE WS-RET-REINICIO (WS-RET-IDX)  TO STS-QTD-REINICIO.
044990     MOVE WS-RET-PAR (WS-RET-IDX)       TO STS-QTD-PAR.
045000     MOVE WS-RET-IMPAR (WS-RET-IDX)     TO STS-QTD-IMPAR.
045010     MOVE WS-RET-REJ (WS-RET-IDX)       TO STS-QTD-REJEITADOS.
045020     MOVE WS-RET-QUA (WS-RET-IDX)       TO STS-QTD-QUARENTENA.
045030     MOVE WS-RET-RCL (WS-RET-IDX)       TO STS-QTD-RECICLADOS.
045040     COMPUTE WS-STS-CLASSIFICADOS =
045050         WS-RET-PAR (WS-RET-IDX) + WS-RET-IMPAR (WS-RET-IDX).
045060     IF WS-STS-CLASSIFICADOS > ZERO
045070         COMPUTE STS-PERC-PAR ROUNDED =
045080             WS-RET-PAR (WS-RET-IDX) * 100 / WS-STS-CLASSIFICADOS
045090     ELSE
045100         MOVE ZERO TO STS-PERC-PAR
045110     END-IF.
045120     MOVE ZERO TO WS-STS-PROCESSADOS.
045130     IF WS-RET-RECEBIDOS (WS-RET-IDX)
045140        > WS-RET-REINICIO (WS-RET-IDX)
045150         COMPUTE WS-STS-PROCESSADOS =
045160             WS-RET-RECEBIDOS (WS-RET-IDX)
045170                 - WS-RET-REINICIO (WS-RET-IDX)
045180     END-IF.
045190     IF WS-STS-PROCESSADOS > ZERO
045200         COMPUTE STS-TAXA-REJEICAO ROUNDED =
045210             WS-RET-REJ (WS-RET-IDX) * 100 / WS-STS-PROCESSADOS
045220     ELSE
045230         MOVE ZERO TO STS-TAXA-REJEICAO
045240     END-IF.
045250     PERFORM 8980-COPIAR-DIGITO THRU 8980-EXIT
045260         VARYING WS-RET-DIG-IDX FROM 1 BY 1
045270         UNTIL WS-RET-DIG-IDX > 10.
045280     WRITE STS-RECORD.
045290     ADD 1 TO WS-STS-QTD-GRAVADOS.
045300 8970-EXIT.
045310     EXIT.
045320******************************************************************
045330*    8980-COPIAR-DIGITO - ONE LAST-DIGIT COUNT TO STSFILE         *
045340******************************************************************
045350 8980-COPIAR-DIGITO.
045360     MOVE WS-RET-DIGITO (WS-RET-IDX, WS-RET-DIG-IDX)
045370         TO STS-QTD-DIGITO (WS-RET-DIG-IDX).
045380 8980-EXIT.
045390     EXIT.
045400******************************************************************
045410*    8990-GRAVAR-TOTAIS-PARTICAO - PARTITION STEP: LEAVE THE RUN  *
045420*                                  TOTALS ON PCTPN UNDER THE JOB  *
045430*                                  STAMP.  THEIR PRESENCE MARKS   *
045440*                                  THE PARTITION AS FINISHED FOR  *
045450*                                  THE CONSOLIDATION              *
045460******************************************************************
045470 8990-GRAVAR-TOTAIS-PARTICAO.
045480     ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD.
045490     ACCEPT WS-HORA-FIM FROM TIME.
045500     MOVE SPACES TO PCT-RECORD.
045510     MOVE WS-JOB-ID            TO PCT-JOB-ID.
045520     MOVE WS-DATA-SISTEMA      TO PCT-DATA.
045530     MOVE WS-HORA-SISTEMA      TO PCT-HORA.
045540     MOVE WS-DATA-NEGOCIO      TO PCT-DATA-NEGOCIO.
045550     MOVE WS-PRT-NUMERO        TO PCT-PARTICAO.
045560     MOVE WS-DATA-FIM          TO PCT-DATA-FIM.
045570     MOVE WS-HORA-FIM          TO PCT-HORA-FIM.
045580     IF WS-RESTART
045590         MOVE "R" TO PCT-REINICIO
045600     ELSE
045610         MOVE "F" TO PCT-REINICIO
045620     END-IF.
045630     IF WS-HA-DIVERGENCIA
045640         MOVE "DV" TO PCT-RECONCILIACAO
045650     ELSE
045660         MOVE "OK" TO PCT-RECONCILIACAO
045670     END-IF.
045680     MOVE WS-QTD-FONTES        TO PCT-QTD-FONTES.
045690     MOVE WS-QTD-TOTAL         TO PCT-QTD-LIDOS.
045700     MOVE WS-QTD-PAR           TO PCT-QTD-PAR.
045710     MOVE WS-QTD-IMPAR         TO PCT-QTD-IMPAR.
045720     MOVE WS-QTD-REJEITADOS    TO PCT-QTD-REJEITADOS.
045730     MOVE WS-QTD-REJ-DV        TO PCT-QTD-REJ-DV.
045740     MOVE WS-QTD-DUPLICADOS    TO PCT-QTD-DUPLICADOS.
045750     MOVE WS-QTD-QUARENTENADOS TO PCT-QTD-QUARENTENA.
045760     MOVE WS-EST-TEM-DADOS-SW  TO PCT-EST-TEM-DADOS.
045770     MOVE WS-EST-MINIMO        TO PCT-EST-MINIMO.
045780     MOVE WS-EST-MAXIMO        TO PCT-EST-MAXIMO.
045790     MOVE WS-EST-SOMA          TO PCT-EST-SOMA.
045800     MOVE WS-EST-QTD-CLASSIF   TO PCT-EST-QTD-CLASSIF.
045810     MOVE WS-EST-QTD-NEGATIVOS TO PCT-EST-QTD-NEGATIVOS.
045820     MOVE WS-EST-QTD-ZEROS     TO PCT-EST-QTD-ZEROS.
045830     PERFORM 8991-COPIAR-FAIXA THRU 8991-EXIT
045840         VARYING WS-EST-DIGITO-IDX FROM 1 BY 1
045850         UNTIL WS-EST-DIGITO-IDX > 3.
045860     PERFORM 8992-COPIAR-DIGITO THRU 8992-EXIT
045870         VARYING WS-EST-DIGITO-IDX FROM 1 BY 1
045880         UNTIL WS-EST-DIGITO-IDX > 10.
045890     MOVE WS-QTD-FALTANTES     TO PCT-QTD-FALTANTES.
045900     MOVE WS-QTD-INTERVALOS    TO PCT-QTD-INTERVALOS.
045910     MOVE WS-QTD-ABAIXO-MARCA  TO PCT-QTD-ABAIXO-MARCA.
045920     MOVE WS-QTD-FILIAIS-SEQ   TO PCT-QTD-FILIAIS-SEQ.
045930     OPEN OUTPUT TOTAIS-PRT-FILE.
045940     IF NOT WS-FS-PCT-OK
045950         DISPLAY "IMPAROUPAR - ERRO AO ABRIR " WS-NOME-PCT
045960             " - STATUS " WS-FS-PCT " - REEXECUTAR A PARTICAO"
045970         GO TO 9999-ABEND
045980     END-IF.
045990     WRITE PCT-RECORD.
046000     IF NOT WS-FS-PCT-OK
046010         DISPLAY "IMPAROUPAR - ERRO AO GRAVAR " WS-NOME-PCT
046020             " - STATUS " WS-FS-PCT " - REEXECUTAR A PARTICAO"
046030         GO TO 9999-ABEND
046040     END-IF.
046050     CLOSE TOTAIS-PRT-FILE.
046060     DISPLAY "IMPAROUPAR - PARTICAO " WS-PARTICAO
046070         " CONCLUIDA - AGUARDANDO A CONSOLIDACAO".
046080 8990-EXIT.
046090     EXIT.
046100******************************************************************
046110*    8991-COPIAR-FAIXA - ONE MAGNITUDE BAND COUNT TO PCTPN        *
046120******************************************************************
046130 8991-COPIAR-FAIXA.
046140     MOVE WS-EST-FAIXA-QTD (WS-EST-DIGITO-IDX)
046150         TO PCT-EST-FAIXA-QTD (WS-EST-DIGITO-IDX).
046160 8991-EXIT.
046170     EXIT.
046180******************************************************************
046190*    8992-COPIAR-DIGITO - ONE LAST-DIGIT COUNT TO PCTPN           *
046200******************************************************************
046210 8992-COPIAR-DIGITO.
046220     MOVE WS-EST-DIGITO-QTD (WS-EST-DIGITO-IDX)
046230         TO PCT-EST-DIGITO-QTD (WS-EST-DIGITO-IDX).
046240 8992-EXIT.
046250     EXIT.
046260******************************************************************
046270*    8995-ENCERRAR-PARTICIONAMENTO - CONSOLIDATION COMPLETE:      *
046280*                                    EMPTY PARTCTL SO THE SPLIT   *
046290*                                    CANNOT BE CONSOLIDATED TWICE *
046300*                                    AND PARTICAO MAY CUT THE     *
046310*                                    NEXT ONE.  A PARTCTL THAT    *
046320*                                    CANNOT BE EMPTIED STOPS THE  *
046330*                                    RUN                          *
046340******************************************************************
046350 8995-ENCERRAR-PARTICIONAMENTO.
046360     OPEN OUTPUT CONTROLE-PRT-FILE.
046370     IF NOT WS-FS-PTC-OK
046380         DISPLAY "IMPAROUPAR - ERRO AO LIMPAR PARTCTL - STATUS "
046390             WS-FS-PTC " - LIMPAR ANTES DA PROXIMA DIVISAO"
046400         GO TO 9999-ABEND
046410     END-IF.
046420     CLOSE CONTROLE-PRT-FILE.
046430     DISPLAY "IMPAROUPAR - CONSOLIDACAO CONCLUIDA - JOB "
046440         WS-JOB-ID.
046450 8995-EXIT.
046460     EXIT.
046470******************************************************************
046480*    9999-ABEND - COMMON ERROR EXIT                               *
046490******************************************************************
046500 9999-ABEND.
046510     STOP RUN WITH ERROR STATUS 16.
046520 9999-EXIT.
046530     EXIT.
046540 END PROGRAM IMPAROUPAR.
