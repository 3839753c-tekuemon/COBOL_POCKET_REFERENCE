000100 IDENTIFICATION   DIVISION.
000110 PROGRAM-ID.      PRO7.
000120*PRO6が作る月次要約ファイル(PRO1HSUM)から、対象年月と前年同月を
000130*レコードIDごとに突き合わせる年比較レポートのバッチです。
000140*COUNTごとに当月の最小・最大・平均と前年同月の平均、平均の差を
000150*印字し、差が許容値を超えたCOUNTには「*」を付けます。PRO1HIST
000160*の明細を復元しなくても、QAが長期のCOUNTの傾きを追えます。
000170*対象年月の既定は業務日付ファイルの前業務日の年月です。月末の
000180*PRO1JOBの最後でBIZROLLが日付を翌月へ進めた後に流すので、締めた
000190*月は前業務日の側にあります。
000200 ENVIRONMENT      DIVISION.
000210 INPUT-OUTPUT     SECTION.
000220 FILE-CONTROL.
000230     SELECT PRO7-BIZ-FILE ASSIGN TO "BIZDATE"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS BIZ-FILE-STATUS.
000260     SELECT PRO6-SUM-FILE ASSIGN TO "PRO1HSUM"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS SUM-KEY
000300         FILE STATUS IS SUM-FILE-STATUS.
000310     SELECT PRO7-PARM-FILE ASSIGN TO "PARMFILE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS PARM-FILE-STATUS.
000340     SELECT PRO7-RPT-FILE ASSIGN TO "PRO7RPT"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360 DATA             DIVISION.
000370 FILE             SECTION.
000380 FD  PRO6-SUM-FILE.
000390 01  PRO6-SUM-RECORD.
000400     05 SUM-KEY.
000410        10 SUM-REC-KEY      PIC X(06).
000420        10 SUM-MONTH        PIC X(06).
000430     05 SUM-DAYS            PIC 9(03).
000440     05 SUM-FIRST-DATE      PIC X(08).
000450     05 SUM-LAST-DATE       PIC X(08).
000460     05 SUM-STAT            OCCURS 10.
000470        10 SUM-MIN          PIC 9(07).
000480        10 SUM-MAX          PIC 9(07).
000490        10 SUM-AVG          PIC 9(07)V99.
000500 FD  PRO7-PARM-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01  PRO7-PARM-RECORD       PIC X(80).
000530 FD  PRO7-RPT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  PRO7-RPT-LINE          PIC X(80).
000560 FD  PRO7-BIZ-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  PRO7-BIZ-RECORD.
000590     05 BIZ-CUR-DATE        PIC X(08).
000600     05 BIZ-PRIOR-DATE      PIC X(08).
000610     05 BIZ-HOLIDAY-FLAG    PIC X(01).
000620     05 BIZ-MONTH-END-FLAG  PIC X(01).
000630     05 FILLER              PIC X(22).
000640 WORKING-STORAGE  SECTION.
000650 01 SUM-FILE-STATUS  PIC X(02) VALUE "00".
000660 01 PARM-FILE-STATUS PIC X(02) VALUE "00".
000670 01 BIZ-FILE-STATUS  PIC X(02) VALUE "00".
000680 01 SUM-EOF-SWITCH PIC X(01) VALUE "N".
000690    88 SUM-END-OF-FILE VALUE "Y".
000700 01 PARM-EOF-SWITCH PIC X(01) VALUE "N".
000710    88 PARM-END-OF-FILE VALUE "Y".
000720 01 PARM-ERROR-SWITCH PIC X(01) VALUE "N".
000730    88 PARM-ERROR VALUE "Y".
000740 01 PARM-KEYWORD     PIC X(10) VALUE SPACES.
000750 01 PARM-VALUE       PIC X(20) VALUE SPACES.
000760*平均の差の許容値。PRO3のTOLERANCEと同じ7桁ゼロ埋めです。
000770 01 TOLERANCE-PARM   PIC 9(07) VALUE 0000100.
000780*対象年月。パラメタREPTMON未指定なら前業務日(BIZDATE)の年月。
000790 01 REPORT-MONTH     PIC X(06) VALUE SPACES.
000800 01 PRIOR-MONTH.
000810    05 PRIOR-YEAR    PIC 9(04) VALUE ZERO.
000820    05 PRIOR-MM      PIC X(02) VALUE SPACES.
000830*レコードIDの切れ目判定と、前年同月の要約の退避場所です。
000840 01 CUR-REC-KEY      PIC X(06) VALUE SPACES.
000850 01 PRIOR-HELD-SWITCH PIC X(01) VALUE "N".
000860    88 PRIOR-HELD VALUE "Y".
000870 01 REPORT-SEEN-SWITCH PIC X(01) VALUE "N".
000880    88 REPORT-SEEN VALUE "Y".
000890 01 PRV-SUM-RECORD.
000900    05 PRV-SUM-KEY.
000910       10 PRV-REC-KEY      PIC X(06).
000920       10 PRV-MONTH        PIC X(06).
000930    05 PRV-DAYS            PIC 9(03).
000940    05 PRV-FIRST-DATE      PIC X(08).
000950    05 PRV-LAST-DATE       PIC X(08).
000960    05 PRV-STAT            OCCURS 10.
000970       10 PRV-MIN          PIC 9(07).
000980       10 PRV-MAX          PIC 9(07).
000990       10 PRV-AVG          PIC 9(07)V99.
001000 01 CNT-IX           PIC 9(02) COMP VALUE ZERO.
001010 01 DIFF-WORK        PIC S9(08)V99 VALUE ZERO.
001020 01 DIFF-ABS         PIC 9(08)V99  VALUE ZERO.
001030 01 COMPARED-COUNT   PIC 9(07) VALUE ZERO.
001040 01 FLAGGED-COUNT    PIC 9(07) VALUE ZERO.
001050 01 NEW-KEY-COUNT    PIC 9(07) VALUE ZERO.
001060 01 GONE-KEY-COUNT   PIC 9(07) VALUE ZERO.
001070 01 PRO7-HDR-LINE.
001080    05 FILLER        PIC X(20) VALUE "PRO1HSUM YEAR-OVER-Y".
001090    05 FILLER        PIC X(12) VALUE "EAR - MONTH=".
001100    05 HDR-MONTH     PIC X(06).
001110    05 FILLER        PIC X(04) VALUE " VS ".
001120    05 HDR-PRIOR     PIC X(06).
001130    05 FILLER        PIC X(12) VALUE "  TOLERANCE=".
001140    05 HDR-TOLERANCE PIC 9(07).
001150    05 FILLER        PIC X(13) VALUE SPACES.
001160 01 PRO7-KEY-LINE.
001170    05 FILLER        PIC X(04) VALUE "KEY=".
001180    05 KEY-REC-KEY   PIC X(06).
001190    05 FILLER        PIC X(07) VALUE "  DAYS=".
001200    05 KEY-CUR-DAYS  PIC 9(03).
001210    05 FILLER        PIC X(01) VALUE "/".
001220    05 KEY-PRV-DAYS  PIC 9(03).
001230    05 FILLER        PIC X(08) VALUE "  FIRST=".
001240    05 KEY-FIRST     PIC X(08).
001250    05 FILLER        PIC X(07) VALUE "  LAST=".
001260    05 KEY-LAST      PIC X(08).
001270    05 FILLER        PIC X(02) VALUE SPACES.
001280    05 KEY-NOTE      PIC X(22).
001290    05 FILLER        PIC X(01) VALUE SPACES.
001300 01 PRO7-CNT-LINE.
001310    05 FILLER        PIC X(06) VALUE "COUNT-".
001320    05 CNT-NO        PIC 9(02).
001330    05 FILLER        PIC X(05) VALUE " MIN=".
001340    05 CNT-MIN       PIC 9(07).
001350    05 FILLER        PIC X(05) VALUE " MAX=".
001360    05 CNT-MAX       PIC 9(07).
001370    05 FILLER        PIC X(05) VALUE " AVG=".
001380    05 CNT-AVG       PIC ZZZZZZ9.99.
001390    05 FILLER        PIC X(05) VALUE " PRV=".
001400    05 CNT-PRV-AVG   PIC ZZZZZZ9.99.
001410    05 FILLER        PIC X(05) VALUE " DIF=".
001420    05 CNT-DIFF      PIC -ZZZZZZ9.99.
001430    05 FILLER        PIC X(01) VALUE SPACES.
001440    05 CNT-FLAG      PIC X(01).
001450 01 PRO7-TRL-LINE.
001460    05 FILLER        PIC X(09) VALUE "COMPARED=".
001470    05 TRL-COMPARED  PIC 9(07).
001480    05 FILLER        PIC X(10) VALUE "  FLAGGED=".
001490    05 TRL-FLAGGED   PIC 9(07).
001500    05 FILLER        PIC X(06) VALUE "  NEW=".
001510    05 TRL-NEW       PIC 9(07).
001520    05 FILLER        PIC X(07) VALUE "  GONE=".
001530    05 TRL-GONE      PIC 9(07).
001540    05 FILLER        PIC X(20) VALUE SPACES.
001550 PROCEDURE        DIVISION.
001560 開始             SECTION.
001570 初期化.
001580     PERFORM 業務日付読込.
001590     PERFORM パラメタ読込.
001600     IF PARM-ERROR
001610         MOVE 8 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640     IF REPORT-MONTH = SPACES
001650         DISPLAY "PRO7: NO REPORT MONTH - BIZDATE UNAVAILABLE"
001660             " AND NO REPTMON PARM"
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700     MOVE REPORT-MONTH(1:4) TO PRIOR-YEAR.
001710     SUBTRACT 1 FROM PRIOR-YEAR.
001720     MOVE REPORT-MONTH(5:2) TO PRIOR-MM.
001730     OPEN INPUT PRO6-SUM-FILE.
001740     IF SUM-FILE-STATUS NOT = "00"
001750         DISPLAY "PRO7: PRO1HSUM OPEN FAILED, STATUS "
001760             SUM-FILE-STATUS
001770         MOVE 8 TO RETURN-CODE
001780         STOP RUN
001790     END-IF.
001800     OPEN OUTPUT PRO7-RPT-FILE.
001810     PERFORM 見出し出力.
001820     PERFORM 要約位置付け.
001830     PERFORM 要約読込.
001840     PERFORM レコード処理 UNTIL SUM-END-OF-FILE.
001850     PERFORM キー終了.
001860     PERFORM 合計出力.
001870     CLOSE PRO6-SUM-FILE.
001880     CLOSE PRO7-RPT-FILE.
001890     STOP RUN.
001900 パラメタ読込.
001910*PARMFILEは「キーワード=値」を1行1件で記述します(PRO3と同じ
001920*規約)。REPTMONはYYYYMM、TOLERANCEは7桁ゼロ埋めです。
001930*PARMFILE自体が無ければ既定値のまま実行します。
001940     OPEN INPUT PRO7-PARM-FILE.
001950     IF PARM-FILE-STATUS NOT = "00"
001960         DISPLAY "PRO7: NO PARMFILE, DEFAULTS IN EFFECT"
001970     ELSE
001980         PERFORM パラメタ1行読込
001990         PERFORM パラメタ解析 UNTIL PARM-END-OF-FILE
002000         CLOSE PRO7-PARM-FILE
002010     END-IF.
002020     DISPLAY "PRO7: REPORT MONTH " REPORT-MONTH
002030         " TOLERANCE " TOLERANCE-PARM.
002040 パラメタ解析.
002050     MOVE SPACES TO PARM-KEYWORD PARM-VALUE.
002060     UNSTRING PRO7-PARM-RECORD DELIMITED BY "="
002070         INTO PARM-KEYWORD PARM-VALUE.
002080     EVALUATE PARM-KEYWORD
002090       WHEN "TOLERANCE"
002100         IF PARM-VALUE(1:7) IS NUMERIC
002110             MOVE PARM-VALUE(1:7) TO TOLERANCE-PARM
002120         ELSE
002130             DISPLAY "PRO7: BAD TOLERANCE VALUE " PARM-VALUE
002140             SET PARM-ERROR TO TRUE
002150         END-IF
002160       WHEN "REPTMON"
002170         IF PARM-VALUE(1:6) IS NUMERIC
002180            AND PARM-VALUE(5:2) NOT < "01"
002190            AND PARM-VALUE(5:2) NOT > "12"
002200             MOVE PARM-VALUE(1:6) TO REPORT-MONTH
002210         ELSE
002220             DISPLAY "PRO7: BAD REPTMON VALUE " PARM-VALUE
002230             SET PARM-ERROR TO TRUE
002240         END-IF
002250       WHEN SPACES
002260         CONTINUE
002270       WHEN OTHER
002280         DISPLAY "PRO7: UNKNOWN PARM KEYWORD " PARM-KEYWORD
002290         SET PARM-ERROR TO TRUE
002300     END-EVALUATE.
002310     PERFORM パラメタ1行読込.
002320 パラメタ1行読込.
002330     READ PRO7-PARM-FILE
002340         AT END SET PARM-END-OF-FILE TO TRUE
002350     END-READ.
002360 業務日付読込.
002370*対象年月の既定は前業務日の年月です。REPTMON指定時はBIZDATEが
002380*無くても実行できるよう、ここでは停止しません(PRO3と同じ)。
002390     OPEN INPUT PRO7-BIZ-FILE.
002400     IF BIZ-FILE-STATUS NOT = "00"
002410         DISPLAY "PRO7: BIZDATE OPEN FAILED, STATUS "
002420             BIZ-FILE-STATUS
002430     ELSE
002440         READ PRO7-BIZ-FILE
002450             AT END MOVE SPACES TO PRO7-BIZ-RECORD
002460         END-READ
002470         CLOSE PRO7-BIZ-FILE
002480         IF BIZ-PRIOR-DATE IS NUMERIC
002490             MOVE BIZ-PRIOR-DATE(1:6) TO REPORT-MONTH
002500         END-IF
002510     END-IF.
002520 見出し出力.
002530     MOVE REPORT-MONTH   TO HDR-MONTH.
002540     MOVE PRIOR-MONTH    TO HDR-PRIOR.
002550     MOVE TOLERANCE-PARM TO HDR-TOLERANCE.
002560     WRITE PRO7-RPT-LINE FROM PRO7-HDR-LINE.
002570 要約位置付け.
002580*キー順(レコードID+年月の昇順)に全件ブラウズするので、同じ
002590*レコードIDでは前年同月が対象年月より先に現れます。
002600     MOVE LOW-VALUES TO SUM-KEY.
002610     START PRO6-SUM-FILE KEY NOT < SUM-KEY
002620         INVALID KEY SET SUM-END-OF-FILE TO TRUE
002630     END-START.
002640 要約読込.
002650     IF NOT SUM-END-OF-FILE
002660         READ PRO6-SUM-FILE NEXT RECORD
002670             AT END SET SUM-END-OF-FILE TO TRUE
002680         END-READ
002690     END-IF.
002700 レコード処理.
002710     IF SUM-REC-KEY NOT = CUR-REC-KEY
002720         PERFORM キー終了
002730         MOVE SUM-REC-KEY TO CUR-REC-KEY
002740     END-IF.
002750     EVALUATE SUM-MONTH
002760       WHEN PRIOR-MONTH
002770         MOVE PRO6-SUM-RECORD TO PRV-SUM-RECORD
002780         SET PRIOR-HELD TO TRUE
002790       WHEN REPORT-MONTH
002800         SET REPORT-SEEN TO TRUE
002810         IF PRIOR-HELD
002820             PERFORM 比較出力
002830         ELSE
002840             PERFORM 新規出力
002850         END-IF
002860     END-EVALUATE.
002870     PERFORM 要約読込.
002880 キー終了.
002890*前年同月にあって対象年月に無いレコードIDは、入力から消えた
002900*キーとして1行だけ印字します。
002910     IF PRIOR-HELD AND NOT REPORT-SEEN
002920         PERFORM 消滅出力
002930     END-IF.
002940     MOVE "N" TO PRIOR-HELD-SWITCH.
002950     MOVE "N" TO REPORT-SEEN-SWITCH.
002960 比較出力.
002970     MOVE SUM-REC-KEY    TO KEY-REC-KEY.
002980     MOVE SUM-DAYS       TO KEY-CUR-DAYS.
002990     MOVE PRV-DAYS       TO KEY-PRV-DAYS.
003000     MOVE SUM-FIRST-DATE TO KEY-FIRST.
003010     MOVE SUM-LAST-DATE  TO KEY-LAST.
003020     MOVE SPACES         TO KEY-NOTE.
003030     WRITE PRO7-RPT-LINE FROM PRO7-KEY-LINE.
003040     ADD 1 TO COMPARED-COUNT.
003050     PERFORM COUNT比較 VARYING CNT-IX FROM 1 BY 1
003060         UNTIL CNT-IX > 10.
003070 COUNT比較.
003080     COMPUTE DIFF-WORK = SUM-AVG(CNT-IX) - PRV-AVG(CNT-IX).
003090     IF DIFF-WORK < ZERO
003100         COMPUTE DIFF-ABS = ZERO - DIFF-WORK
003110     ELSE
003120         MOVE DIFF-WORK TO DIFF-ABS
003130     END-IF.
003140     MOVE CNT-IX           TO CNT-NO.
003150     MOVE SUM-MIN(CNT-IX)  TO CNT-MIN.
003160     MOVE SUM-MAX(CNT-IX)  TO CNT-MAX.
003170     MOVE SUM-AVG(CNT-IX)  TO CNT-AVG.
003180     MOVE PRV-AVG(CNT-IX)  TO CNT-PRV-AVG.
003190     MOVE DIFF-WORK        TO CNT-DIFF.
003200     IF DIFF-ABS > TOLERANCE-PARM
003210         MOVE "*" TO CNT-FLAG
003220         ADD 1 TO FLAGGED-COUNT
003230     ELSE
003240         MOVE SPACE TO CNT-FLAG
003250     END-IF.
003260     WRITE PRO7-RPT-LINE FROM PRO7-CNT-LINE.
003270 新規出力.
003280     MOVE SUM-REC-KEY     TO KEY-REC-KEY.
003290     MOVE SUM-DAYS        TO KEY-CUR-DAYS.
003300     MOVE ZERO            TO KEY-PRV-DAYS.
003310     MOVE SUM-FIRST-DATE  TO KEY-FIRST.
003320     MOVE SUM-LAST-DATE   TO KEY-LAST.
003330     MOVE "NO PRIOR YEAR"  TO KEY-NOTE.
003340     WRITE PRO7-RPT-LINE FROM PRO7-KEY-LINE.
003350     ADD 1 TO NEW-KEY-COUNT.
003360 消滅出力.
003370     MOVE PRV-REC-KEY     TO KEY-REC-KEY.
003380     MOVE ZERO            TO KEY-CUR-DAYS.
003390     MOVE PRV-DAYS        TO KEY-PRV-DAYS.
003400     MOVE PRV-FIRST-DATE  TO KEY-FIRST.
003410     MOVE PRV-LAST-DATE   TO KEY-LAST.
003420     MOVE "NOT IN REPORT MONTH" TO KEY-NOTE.
003430     WRITE PRO7-RPT-LINE FROM PRO7-KEY-LINE.
003440     ADD 1 TO GONE-KEY-COUNT.
003450 合計出力.
003460     MOVE COMPARED-COUNT TO TRL-COMPARED.
003470     MOVE FLAGGED-COUNT  TO TRL-FLAGGED.
003480     MOVE NEW-KEY-COUNT  TO TRL-NEW.
003490     MOVE GONE-KEY-COUNT TO TRL-GONE.
003500     WRITE PRO7-RPT-LINE FROM PRO7-TRL-LINE.
003510     DISPLAY "PRO7: " COMPARED-COUNT " KEYS COMPARED, "
003520         FLAGGED-COUNT " COUNTS FLAGGED, "
003530         NEW-KEY-COUNT " NEW, " GONE-KEY-COUNT " GONE".
