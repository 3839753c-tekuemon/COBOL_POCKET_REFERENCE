000100 IDENTIFICATION   DIVISION.
000110 PROGRAM-ID.      PRO6.
000120*PRO1HISTの月次統計集約バッチです。PRO5のMODE=ARCHIVEで古い
000130*世代をKSDSから削除すると、以後の「昨年はどうだったか」は
000140*MODE=RESTOREを待たなければ答えられません。そこで月末の
000150*PRO5より先にこのバッチを流し、レコードIDと年月ごとに
000160*COUNT-1からCOUNT-10の最小・最大・平均、実行日数、最初と最後
000170*の実行日付を要約ファイル(PRO1HSUM)へ残します。年比較は
000180*PRO7がこの要約ファイルだけで行います。
000190*クラスタに残っている全月を毎回集約し直すので、何度流しても
000200*結果は同じです。ただし既存の要約より実行日数が少ない月は、
000210*PRO5で一部の日が既に削除された月なので上書きしません。
000220 ENVIRONMENT      DIVISION.
000230 INPUT-OUTPUT     SECTION.
000240 FILE-CONTROL.
000250     SELECT PRO1-HIST-FILE ASSIGN TO "PRO1HIST"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS HIST-KEY
000290         FILE STATUS IS HIST-FILE-STATUS.
000300     SELECT PRO6-SUM-FILE ASSIGN TO "PRO1HSUM"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS SUM-KEY
000340         FILE STATUS IS SUM-FILE-STATUS.
000350 DATA             DIVISION.
000360 FILE             SECTION.
000370 FD  PRO1-HIST-FILE.
000380 01  PRO1-HIST-RECORD.
000390     05 HIST-KEY.
000400        10 HIST-REC-KEY     PIC X(06).
000410        10 HIST-RUN-DATE    PIC X(08).
000420     05 HIST-TEST-1         PIC X(05).
000430     05 HIST-TEST-2         PIC X(10).
000440     05 HIST-TEST-3         PIC N(05).
000450     05 HIST-COUNT-1        PIC 9(07).
000460     05 HIST-COUNT-2        PIC 9(07).
000470     05 HIST-COUNT-3        PIC 9(07).
000480     05 HIST-COUNT-4        PIC 9(07).
000490     05 HIST-COUNT-5        PIC 9(07).
000500     05 HIST-COUNT-6        PIC 9(07).
000510     05 HIST-COUNT-7        PIC 9(07).
000520     05 HIST-COUNT-8        PIC 9(07).
000530     05 HIST-COUNT-9        PIC 9(07).
000540     05 HIST-COUNT-10       PIC 9(07).
000550 FD  PRO6-SUM-FILE.
000560*要約レコードはレコードID+年月(YYYYMM)がキーです。SUM-STATの
000570*添字がCOUNTの番号です。
000580 01  PRO6-SUM-RECORD.
000590     05 SUM-KEY.
000600        10 SUM-REC-KEY      PIC X(06).
000610        10 SUM-MONTH        PIC X(06).
000620     05 SUM-DAYS            PIC 9(03).
000630     05 SUM-FIRST-DATE      PIC X(08).
000640     05 SUM-LAST-DATE       PIC X(08).
000650     05 SUM-STAT            OCCURS 10.
000660        10 SUM-MIN          PIC 9(07).
000670        10 SUM-MAX          PIC 9(07).
000680        10 SUM-AVG          PIC 9(07)V99.
000690 WORKING-STORAGE  SECTION.
000700 01 HIST-FILE-STATUS PIC X(02) VALUE "00".
000710 01 SUM-FILE-STATUS  PIC X(02) VALUE "00".
000720 01 HIST-EOF-SWITCH PIC X(01) VALUE "N".
000730    88 HIST-END-OF-FILE VALUE "Y".
000740*集約中の月の要約。レコードIDか年月が変わった時点で書き出します。
000750 01 NEW-SUM-RECORD.
000760    05 NEW-SUM-KEY.
000770       10 NEW-REC-KEY      PIC X(06).
000780       10 NEW-MONTH        PIC X(06).
000790    05 NEW-DAYS            PIC 9(03).
000800    05 NEW-FIRST-DATE      PIC X(08).
000810    05 NEW-LAST-DATE       PIC X(08).
000820    05 NEW-STAT            OCCURS 10.
000830       10 NEW-MIN          PIC 9(07).
000840       10 NEW-MAX          PIC 9(07).
000850       10 NEW-AVG          PIC 9(07)V99.
000860 01 ACC-TOTAL-TBL.
000870    05 ACC-TOTAL     PIC 9(09) OCCURS 10.
000880 01 DAY-COUNT-TBL.
000890    05 DAY-COUNT     PIC 9(07) OCCURS 10.
000900 01 CNT-IX           PIC 9(02) COMP VALUE ZERO.
000910 01 READ-COUNT       PIC 9(07) VALUE ZERO.
000920 01 ADDED-COUNT      PIC 9(07) VALUE ZERO.
000930 01 REPLACED-COUNT   PIC 9(07) VALUE ZERO.
000940 01 KEPT-COUNT       PIC 9(07) VALUE ZERO.
000950 PROCEDURE        DIVISION.
000960 開始             SECTION.
000970 初期化.
000980     OPEN INPUT PRO1-HIST-FILE.
000990     IF HIST-FILE-STATUS NOT = "00"
001000         DISPLAY "PRO6: PRO1HIST OPEN FAILED, STATUS "
001010             HIST-FILE-STATUS
001020         MOVE 8 TO RETURN-CODE
001030         STOP RUN
001040     END-IF.
001050     OPEN I-O PRO6-SUM-FILE.
001051     IF SUM-FILE-STATUS NOT = "00"
001052         OPEN OUTPUT PRO6-SUM-FILE
001053         CLOSE PRO6-SUM-FILE
001054         OPEN I-O PRO6-SUM-FILE
001055     END-IF.
001060     IF SUM-FILE-STATUS NOT = "00"
001070         DISPLAY "PRO6: PRO1HSUM OPEN FAILED, STATUS "
001080             SUM-FILE-STATUS
001090         MOVE 8 TO RETURN-CODE
001100         STOP RUN
001110     END-IF.
001120     MOVE SPACES TO NEW-SUM-KEY.
001130     PERFORM 履歴位置付け.
001140     PERFORM 履歴読込.
001150     PERFORM レコード処理 UNTIL HIST-END-OF-FILE.
001160     IF NEW-REC-KEY NOT = SPACES
001170         PERFORM 月次書出し
001180     END-IF.
001190     CLOSE PRO1-HIST-FILE.
001200     CLOSE PRO6-SUM-FILE.
001210     DISPLAY "PRO6: " READ-COUNT " HIST RECORDS READ".
001220     DISPLAY "PRO6: MONTHS ADDED " ADDED-COUNT
001230         " REPLACED " REPLACED-COUNT
001240         " KEPT " KEPT-COUNT.
001250     STOP RUN.
001260 履歴位置付け.
001270*キー順(レコードID+実行日付の昇順)に全件ブラウズするので、
001280*同じレコードIDの同じ年月は必ず連続して現れます。
001290     MOVE LOW-VALUES TO HIST-KEY.
001300     START PRO1-HIST-FILE KEY NOT < HIST-KEY
001310         INVALID KEY SET HIST-END-OF-FILE TO TRUE
001320     END-START.
001330 履歴読込.
001340     IF NOT HIST-END-OF-FILE
001350         READ PRO1-HIST-FILE NEXT RECORD
001360             AT END SET HIST-END-OF-FILE TO TRUE
001370             NOT AT END ADD 1 TO READ-COUNT
001380         END-READ
001390     END-IF.
001400 レコード処理.
001410     IF HIST-REC-KEY NOT = NEW-REC-KEY
001420        OR HIST-RUN-DATE(1:6) NOT = NEW-MONTH
001430         IF NEW-REC-KEY NOT = SPACES
001440             PERFORM 月次書出し
001450         END-IF
001460         PERFORM 月次開始
001470     END-IF.
001480     PERFORM 日次加算.
001490     PERFORM 履歴読込.
001500 月次開始.
001510     MOVE HIST-REC-KEY       TO NEW-REC-KEY.
001520     MOVE HIST-RUN-DATE(1:6) TO NEW-MONTH.
001530     MOVE ZERO               TO NEW-DAYS.
001540     MOVE HIST-RUN-DATE      TO NEW-FIRST-DATE.
001550     PERFORM 集計初期化 VARYING CNT-IX FROM 1 BY 1
001560         UNTIL CNT-IX > 10.
001570 集計初期化.
001580     MOVE 9999999 TO NEW-MIN(CNT-IX).
001590     MOVE ZERO    TO NEW-MAX(CNT-IX).
001600     MOVE ZERO    TO NEW-AVG(CNT-IX).
001610     MOVE ZERO    TO ACC-TOTAL(CNT-IX).
001620 日次加算.
001630     MOVE HIST-COUNT-1   TO DAY-COUNT(1).
001640     MOVE HIST-COUNT-2   TO DAY-COUNT(2).
001650     MOVE HIST-COUNT-3   TO DAY-COUNT(3).
001660     MOVE HIST-COUNT-4   TO DAY-COUNT(4).
001670     MOVE HIST-COUNT-5   TO DAY-COUNT(5).
001680     MOVE HIST-COUNT-6   TO DAY-COUNT(6).
001690     MOVE HIST-COUNT-7   TO DAY-COUNT(7).
001700     MOVE HIST-COUNT-8   TO DAY-COUNT(8).
001710     MOVE HIST-COUNT-9   TO DAY-COUNT(9).
001720     MOVE HIST-COUNT-10  TO DAY-COUNT(10).
001730     ADD 1 TO NEW-DAYS.
001740     MOVE HIST-RUN-DATE TO NEW-LAST-DATE.
001750     PERFORM COUNT集計 VARYING CNT-IX FROM 1 BY 1
001760         UNTIL CNT-IX > 10.
001770 COUNT集計.
001780     IF DAY-COUNT(CNT-IX) < NEW-MIN(CNT-IX)
001790         MOVE DAY-COUNT(CNT-IX) TO NEW-MIN(CNT-IX)
001800     END-IF.
001810     IF DAY-COUNT(CNT-IX) > NEW-MAX(CNT-IX)
001820         MOVE DAY-COUNT(CNT-IX) TO NEW-MAX(CNT-IX)
001830     END-IF.
001840     ADD DAY-COUNT(CNT-IX) TO ACC-TOTAL(CNT-IX).
001850 月次書出し.
001860*既存の要約が無ければ追加、あれば実行日数が同じか増えている
001870*場合だけ置き換えます。日数が減っているのは削除済みの日がある
001880*月なので、削除前に取った要約をそのまま残します。
001890     PERFORM 平均計算 VARYING CNT-IX FROM 1 BY 1
001900         UNTIL CNT-IX > 10.
001910     MOVE NEW-SUM-KEY TO SUM-KEY.
001920     READ PRO6-SUM-FILE.
001930     EVALUATE SUM-FILE-STATUS
001940       WHEN "00"
001950         IF NEW-DAYS < SUM-DAYS
001960             ADD 1 TO KEPT-COUNT
001970         ELSE
001980             REWRITE PRO6-SUM-RECORD FROM NEW-SUM-RECORD
001990             PERFORM 要約書込確認
002000             ADD 1 TO REPLACED-COUNT
002010         END-IF
002020       WHEN "23"
002030         WRITE PRO6-SUM-RECORD FROM NEW-SUM-RECORD
002040         PERFORM 要約書込確認
002050         ADD 1 TO ADDED-COUNT
002060       WHEN OTHER
002070         DISPLAY "PRO6: PRO1HSUM READ FAILED, STATUS "
002080             SUM-FILE-STATUS " KEY=" NEW-SUM-KEY
002090         MOVE 8 TO RETURN-CODE
002100         STOP RUN
002110     END-EVALUATE.
002120 平均計算.
002130     COMPUTE NEW-AVG(CNT-IX) ROUNDED
002140         = ACC-TOTAL(CNT-IX) / NEW-DAYS.
002150 要約書込確認.
002160     IF SUM-FILE-STATUS NOT = "00"
002170         DISPLAY "PRO6: PRO1HSUM WRITE FAILED, STATUS "
002180             SUM-FILE-STATUS " KEY=" NEW-SUM-KEY
002190         MOVE 8 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
