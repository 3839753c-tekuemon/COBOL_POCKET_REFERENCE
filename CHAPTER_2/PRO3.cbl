000100 IDENTIFICATION   DIVISION.
000200 PROGRAM-ID.      PRO3.
000210*PRO1が書き込む履歴ファイル(PRO1HIST)を先頭から順に読み、
000220*基準日(既定は業務日付)の各COUNTを同一レコードIDの
000230*直前の実行日付と比較して、許容値を超えて変動したCOUNTだけを
000240*例外レポートに出力するバッチです。COUNT-9やCOUNT-10の急変は
000250*上流フィードのフォーマット変更の兆候なので、PRO2でキー単位に
000300 ENVIRONMENT      DIVISION.
000310 INPUT-OUTPUT     SECTION.
000320 FILE-CONTROL.
000321     SELECT PRO3-BIZ-FILE ASSIGN TO "BIZDATE"
000322         ORGANIZATION IS LINE SEQUENTIAL
000323         FILE STATUS IS BIZ-FILE-STATUS.
000330     SELECT PRO1-HIST-FILE ASSIGN TO "PRO1HIST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000660 FD  PRO3-RPT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  PRO3-RPT-LINE          PIC X(80).
000681 FD  PRO3-BIZ-FILE
000682     LABEL RECORDS ARE STANDARD.
000683 01  PRO3-BIZ-RECORD.
000684     05 BIZ-CUR-DATE        PIC X(08).
000685     05 BIZ-PRIOR-DATE      PIC X(08).
000686     05 BIZ-HOLIDAY-FLAG    PIC X(01).
000687     05 BIZ-MONTH-END-FLAG  PIC X(01).
000688     05 FILLER              PIC X(22).
000700 WORKING-STORAGE  SECTION.
000710 01 HIST-FILE-STATUS PIC X(02) VALUE "00".
000720 01 PARM-FILE-STATUS PIC X(02) VALUE "00".
000725 01 BIZ-FILE-STATUS  PIC X(02) VALUE "00".
000730 01 HIST-EOF-SWITCH PIC X(01) VALUE "N".
000740    88 HIST-END-OF-FILE VALUE "Y".
000750 01 PARM-EOF-SWITCH PIC X(01) VALUE "N".
000790 01 PARM-KEYWORD     PIC X(10) VALUE SPACES.
000800 01 PARM-VALUE       PIC X(20) VALUE SPACES.
000810 01 TOLERANCE-PARM   PIC 9(07) VALUE 0000100.
000820*比較の基準日。パラメタREPTDATE未指定なら業務日付(BIZDATE)。
000830 01 REPORT-DATE      PIC X(08) VALUE SPACES.
000840 01 CUR-COUNT-TBL.
000850    05 CUR-COUNT     PIC 9(07) OCCURS 10.
001300 PROCEDURE        DIVISION.
001400 開始             SECTION.
001500 初期化.
001510     PERFORM 業務日付読込.
001520     PERFORM パラメタ読込.
001530     IF PARM-ERROR
001540         MOVE 8 TO RETURN-CODE
001550         STOP RUN
001560     END-IF.
001561     IF REPORT-DATE = SPACES
001562         DISPLAY "PRO3: NO REPORT DATE - BIZDATE UNAVAILABLE"
001563             " AND NO REPTDATE PARM"
001564         MOVE 16 TO RETURN-CODE
001565         STOP RUN
001566     END-IF.
001570     OPEN INPUT PRO1-HIST-FILE.
001580     IF HIST-FILE-STATUS NOT = "00"
001590         DISPLAY "PRO3: PRO1HIST OPEN FAILED, STATUS "
002310     READ PRO3-PARM-FILE
002320         AT END SET PARM-END-OF-FILE TO TRUE
002330     END-READ.
002350 業務日付読込.
002352*基準日の既定はBIZDATEの当日業務日付です。過去日を調べる
002354*REPTDATE指定時はBIZDATEが無くても実行できるよう、ここでは
002356*停止せず、パラメタ読込の後で基準日の有無を判定します。
002358     OPEN INPUT PRO3-BIZ-FILE.
002360     IF BIZ-FILE-STATUS NOT = "00"
002362         DISPLAY "PRO3: BIZDATE OPEN FAILED, STATUS "
002364             BIZ-FILE-STATUS
002366     ELSE
002368         READ PRO3-BIZ-FILE
002370             AT END MOVE SPACES TO PRO3-BIZ-RECORD
002372         END-READ
002374         CLOSE PRO3-BIZ-FILE
002376         IF BIZ-CUR-DATE IS NUMERIC
002378             MOVE BIZ-CUR-DATE TO REPORT-DATE
002380         END-IF
002382     END-IF.
002400 見出し出力.
002410     MOVE REPORT-DATE TO HDR-DATE.
002420     MOVE TOLERANCE-PARM TO HDR-TOLERANCE.
