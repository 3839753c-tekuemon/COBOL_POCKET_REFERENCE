000300 ENVIRONMENT      DIVISION.
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000361     SELECT PRO1-BIZ-FILE ASSIGN TO "BIZDATE"
000362         ORGANIZATION IS LINE SEQUENTIAL
000363         FILE STATUS IS BIZ-FILE-STATUS.
000370     SELECT PRO1-IN-FILE ASSIGN TO "PRO1IN"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000385     SELECT PRO1-OYA-FILE ASSIGN TO "OYAIN"
000386         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT D-COUNT-RPT ASSIGN TO "PRO1RPT"
000391         ORGANIZATION IS LINE SEQUENTIAL.
000392     SELECT PRO1-HIST-FILE ASSIGN TO "PRO1HIST"
000450 FILE             SECTION.
000460 FD  PRO1-IN-FILE
000465     LABEL RECORDS ARE STANDARD.
000466 01  PRO1-IN-RECORD    PIC X(22).
000470 FD  D-COUNT-RPT
000471     LABEL RECORDS ARE STANDARD.
000480 01  D-COUNT-RPT-LINE.
000620     05 RPT-COUNT-8   PIC 9(07).
000630     05 RPT-COUNT-9   PIC 9(07).
000640     05 RPT-COUNT-10  PIC 9(07).
000642*OYA/KO/MAGOチェーンの取引フィード(OYA-TRANS-RECORD形式)。
000643*INPUT=OYAIN指定時だけPRO1INの代わりに読みます。
000644 FD  PRO1-OYA-FILE
000645     LABEL RECORDS ARE STANDARD.
000646 01  PRO1-OYA-RECORD   PIC X(32).
000650 FD  PRO1-HIST-FILE.
000652 01  PRO1-HIST-RECORD.
000654     05 HIST-KEY.
000686 FD  PRO1-PARM-FILE
000688     LABEL RECORDS ARE STANDARD.
000690 01  PRO1-PARM-RECORD       PIC X(80).
000691 FD  PRO1-BIZ-FILE
000692     LABEL RECORDS ARE STANDARD.
000693 01  PRO1-BIZ-RECORD.
000694     05 BIZ-CUR-DATE        PIC X(08).
000695     05 BIZ-PRIOR-DATE      PIC X(08).
000696     05 BIZ-HOLIDAY-FLAG    PIC X(01).
000697     05 BIZ-MONTH-END-FLAG  PIC X(01).
000698     05 FILLER              PIC X(22).
000700 WORKING-STORAGE  SECTION.
000710*入力レコードの作業域。PRO1INはそのままREAD INTOし、OYAINは
000712*明細だけをこの形に詰め替えるので、以降のタリー・レポート・
000714*履歴登録は入力モードを意識しません。
000716 01 PRO1-WORK-RECORD.
000718    05 REC-KEY       PIC X(06).
000720    05 REC-TEST-1    PIC X(05).
000722    05 REC-TEST-2    PIC X(10).
000724    05 REC-TEST-3    PIC X(01).
000730*OYAINのレコード。明細はキー+DATA1〜3+金額、見出し(HDR)は
000732*業務日付と送信元、トレーラ(TRL)は件数と金額ハッシュ。
000734*OYA-FLD-1をTEST-1に、OYA-FLD-2とOYA-FLD-3を続けてTEST-2
000736*(10桁)に詰めてタリーします。
000738 01 OYA-WORK-RECORD.
000740    05 OYA-REC-KEY        PIC X(06).
000742       88 OYA-HEADER-REC  VALUE "HDR   ".
000744       88 OYA-TRAILER-REC VALUE "TRL   ".
000746    05 OYA-FLD-1          PIC X(05).
000748    05 OYA-FLD-2          PIC X(05).
000750    05 OYA-FLD-3          PIC X(05).
000752    05 OYA-AMOUNT-X       PIC X(11).
000754 01 OYA-HEADER-RECORD REDEFINES OYA-WORK-RECORD.
000756    05 OYA-HDR-ID         PIC X(06).
000758    05 OYA-HDR-DATE       PIC X(08).
000760    05 OYA-HDR-SOURCE     PIC X(08).
000762    05 FILLER             PIC X(10).
000800 01 TEST-TARGET.
000900    05 TEST-1    PIC X(5).
001000    05 TEST-2    PIC X(10).
002556    05 EFF-LEAD-1    PIC X(02).
002557    05 FILLER        PIC X(06) VALUE " ALL2=".
002558    05 EFF-ALL-2     PIC X(03).
002559    05 FILLER        PIC X(07) VALUE " INPUT=".
002560    05 EFF-INPUT     PIC X(06).
002562 01 BIZ-FILE-STATUS  PIC X(02) VALUE "00".
002564*入力モード。既定はPRO1IN、パラメタINPUT=OYAINでOYAINを
002566*プロファイリングします。
002568 01 INPUT-MODE       PIC X(06) VALUE "PRO1IN".
002570    88 PRO1IN-MODE VALUE "PRO1IN".
002572    88 OYAIN-MODE  VALUE "OYAIN ".
002574 01 CUR-HDR-DATE     PIC X(08) VALUE SPACES.
002576 01 CTL-RECORD-COUNT PIC 9(07) VALUE ZERO.
002578 01 OYA-DETAIL-SWITCH PIC X(01) VALUE "N".
002580    88 OYA-DETAIL-FOUND VALUE "Y".
002600 PROCEDURE        DIVISION.
002700 開始             SECTION.
002710 初期化.
002711     PERFORM 業務日付読込.
002712     PERFORM パラメタ読込.
002713     IF PARM-ERROR
002714         MOVE 8 TO RETURN-CODE
002715         STOP RUN
002716     END-IF.
002717     PERFORM 入力オープン.
002718     OPEN OUTPUT D-COUNT-RPT.
002719     PERFORM パラメタ有効値出力.
002720     OPEN I-O PRO1-HIST-FILE.
002740     PERFORM 次レコード読込.
002750     PERFORM レコード処理 UNTIL END-OF-FILE.
002760     PERFORM 合計出力.
002770     PERFORM 入力クローズ.
002780     CLOSE D-COUNT-RPT.
002785     CLOSE PRO1-HIST-FILE.
002786     PERFORM 復帰コード設定.
002790     STOP RUN.
002800 次レコード読込.
002805     IF OYAIN-MODE
002810         PERFORM OYAIN明細読込
002815     ELSE
002820         READ PRO1-IN-FILE INTO PRO1-WORK-RECORD
002825             AT END SET END-OF-FILE TO TRUE
002830             NOT AT END ADD 1 TO IN-RECORD-COUNT
002835         END-READ
002838     END-IF.
002840 レコード処理.
002850     MOVE REC-TEST-1 TO TEST-1.
002860     MOVE REC-TEST-2 TO TEST-2.
003191*COUNT-10もファイルの内容によって変化するようにします。真の
003192*DBCSデータをLINE SEQUENTIALファイルへ流すのは現実的でない
003193*ため、フラグによる代用としています)
003194     EVALUATE TRUE
003195       WHEN OYAIN-MODE
003196*OYAINには日本語項目も切替えフラグも無いので空白(COUNT-10は0)
003197         MOVE SPACES       TO TEST-3
003198       WHEN REC-TEST-3 = "Y"
003199         MOVE N"TEST-"     TO TEST-3
003200       WHEN OTHER
003201         MOVE N"日本語TE"  TO TEST-3
003202     END-EVALUATE.
003210     INSPECT TEST-3 TALLYING COUNT-10 FOR ALL N"TEST-".
003220 整合性チェック.
003230*COUNT-5はCOUNT-4と同じ"XY"に加えてSTRも一度にタリーするため、
009812       WHEN "ALL2"
009814         PERFORM パラメタ空白検査
009816         MOVE PARM-VALUE(1:3) TO TALLY-ALL-2
009817       WHEN "INPUT"
009818         PERFORM 入力モード設定
009819       WHEN SPACES
009820         CONTINUE
009822       WHEN OTHER
009824         DISPLAY "PRO1: UNKNOWN PARM KEYWORD " PARM-KEYWORD
009915     MOVE STR            TO EFF-STR.
009920     MOVE TALLY-LEAD-1   TO EFF-LEAD-1.
009925     MOVE TALLY-ALL-2    TO EFF-ALL-2.
009927     MOVE INPUT-MODE     TO EFF-INPUT.
009930     DISPLAY "PRO1: " PARM-EFFECT-LINE.
009935     WRITE D-COUNT-RPT-LINE FROM PARM-EFFECT-LINE.
009940 業務日付読込.
009942*実行日付はシステム日付ではなく業務日付管理ファイル(BIZDATE)
009944*の当日業務日付を使います。深夜0時をまたいだ実行や遅れた日の
009946*取り戻し実行でも、PRO1HISTは処理対象日の日付で登録されます。
009948*業務日付が取れない場合は誤った日付で登録しないようRC 16で停止。
009950     OPEN INPUT PRO1-BIZ-FILE.
009952     IF BIZ-FILE-STATUS NOT = "00"
009954         DISPLAY "PRO1: BIZDATE OPEN FAILED, STATUS "
009956             BIZ-FILE-STATUS
009958         MOVE 16 TO RETURN-CODE
009960         STOP RUN
009962     END-IF.
009964     READ PRO1-BIZ-FILE
009966         AT END MOVE SPACES TO PRO1-BIZ-RECORD
009968     END-READ.
009970     CLOSE PRO1-BIZ-FILE.
009972     IF BIZ-CUR-DATE NOT NUMERIC
009974         DISPLAY "PRO1: NO BUSINESS DATE ON BIZDATE"
009976         MOVE 16 TO RETURN-CODE
009978         STOP RUN
009980     END-IF.
009982     MOVE BIZ-CUR-DATE TO RUN-DATE.
009984     DISPLAY "PRO1: BUSINESS DATE " RUN-DATE.
009986 入力モード設定.
009988     EVALUATE PARM-VALUE
009990       WHEN "PRO1IN"
009992         SET PRO1IN-MODE TO TRUE
009994       WHEN "OYAIN"
009996         SET OYAIN-MODE TO TRUE
009998       WHEN OTHER
010000         DISPLAY "PRO1: BAD INPUT VALUE " PARM-VALUE
010002         SET PARM-ERROR TO TRUE
010004     END-EVALUATE.
010010 入力オープン.
010012     IF OYAIN-MODE
010014         OPEN INPUT PRO1-OYA-FILE
010016     ELSE
010018         OPEN INPUT PRO1-IN-FILE
010020     END-IF.
010030 入力クローズ.
010032     IF OYAIN-MODE
010034         CLOSE PRO1-OYA-FILE
010036         DISPLAY "PRO1: OYAIN " IN-RECORD-COUNT " DETAILS, "
010038             CTL-RECORD-COUNT " HDR/TRL RECORDS SKIPPED"
010040     ELSE
010042         CLOSE PRO1-IN-FILE
010044     END-IF.
010050 OYAIN明細読込.
010052*HDR/TRLは読み飛ばし、次の明細(またはファイル終わり)まで
010054*読み進めます。件数と金額の検証はPRO49の仕事なのでここでは
010056*行いません。
010058     MOVE "N" TO OYA-DETAIL-SWITCH.
010060     PERFORM OYAIN1件読込
010062         UNTIL END-OF-FILE OR OYA-DETAIL-FOUND.
010070 OYAIN1件読込.
010072     READ PRO1-OYA-FILE INTO OYA-WORK-RECORD
010074         AT END SET END-OF-FILE TO TRUE
010076     END-READ.
010078     IF NOT END-OF-FILE
010080         EVALUATE TRUE
010082           WHEN OYA-HEADER-REC
010084             PERFORM OYAIN見出し確認
010086           WHEN OYA-TRAILER-REC
010088             ADD 1 TO CTL-RECORD-COUNT
010090           WHEN OTHER
010092             PERFORM OYAIN明細詰替
010094         END-EVALUATE
010096     END-IF.
010100 OYAIN見出し確認.
010102*PRO1HISTは見出しの業務日付で登録します。見出しの日付が
010104*BIZDATEの当日業務日付と違うフィードは、誤った日付で1件も
010106*登録しないようRC 16で即時停止します(PRO49と同じ規則)。
010108*複数の送信元セグメントがあれば見出しごとに確認します。
010110     ADD 1 TO CTL-RECORD-COUNT.
010112     IF OYA-HDR-DATE NOT = RUN-DATE
010114         DISPLAY "PRO1: OYAIN HEADER DATE " OYA-HDR-DATE
010116             " IS NOT BUSINESS DATE " RUN-DATE
010118         MOVE 16 TO RETURN-CODE
010120         STOP RUN
010122     END-IF.
010124     MOVE OYA-HDR-DATE TO CUR-HDR-DATE.
010130 OYAIN明細詰替.
010132*見出しより前の明細は業務日付が決まらないので登録できません。
010134     IF CUR-HDR-DATE = SPACES
010136         DISPLAY "PRO1: OYAIN DETAIL BEFORE ANY HEADER, KEY="
010138             OYA-REC-KEY
010140         MOVE 16 TO RETURN-CODE
010142         STOP RUN
010144     END-IF.
010146     MOVE OYA-REC-KEY TO REC-KEY.
010148     MOVE OYA-FLD-1   TO REC-TEST-1.
010150     MOVE OYA-FLD-2   TO REC-TEST-2(1:5).
010152     MOVE OYA-FLD-3   TO REC-TEST-2(6:5).
010154     MOVE SPACE       TO REC-TEST-3.
010156     ADD 1 TO IN-RECORD-COUNT.
010158     SET OYA-DETAIL-FOUND TO TRUE.
