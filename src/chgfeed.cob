    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 CHGFEED.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  OUTBOUND HR/PAYROLL CHANGE FEED:
    ****                   TAKE EVERY TRANSACTION ONE SAMPLE-13 RUN
    ****                   MARKED APPLIED ON TRANDISP (RUN FEEDRUN,
    ****                   DEFAULT THE RUN ON TRANDISP), ADD THE
    ****                   EMPLOYEE'S AFTER-IMAGE FROM EMPMAST AND
    ****                   APPEND A HEADER, ONE RECORD PER CHANGE AND
    ****                   A TRAILER WITH THE RECORD COUNT, EMPLOYEE
    ****                   NUMBER HASH AND SALARY AMOUNT HASH TO THE
    ****                   CHGFEED INTERFACE FILE (CHGFDRC COPYBOOK),
    ****                   KEYED BY RUN ID AND SEQUENCE NUMBER.  A
    ****                   RUN ALREADY ON CHGFEED IS NOT SENT TWICE.
    ****                   REGISTER ON CHGFDRPT.  RETURN CODES: 0
    ****                   FED, 4 SOME CHANGES HAD NO EMPMAST IMAGE
    ****                   AND WERE NOT SENT, 12 OPEN/WRITE FAILURE,
    ****                   RUN NOT ON TRANDISP OR ALREADY FED.
    **** 2026-10-15  K.O.  A RUN COUNTS AS ALREADY FED ONLY WHEN ITS
    ****                   TRAILER IS ON CHGFEED, SO A GROUP CUT OFF
    ****                   BY A WRITE FAILURE CAN BE SENT AGAIN.
    **** 2026-10-15  K.O.  THE HEADER CARRIES THE RUN DATE (FIRST
    ****                   TRANDISP TIMESTAMP OF THE RUN), AND A RUN IS
    ****                   ALREADY FED ONLY WHEN A COMPLETE GROUP WITH
    ****                   THE SAME RUN ID AND RUN DATE IS ON CHGFEED;
    ****                   THE TIME-OF-DAY RUN ID RECURS ON OTHER DAYS.
    **** 2026-10-15  K.O.  WITH NO FEEDRUN AND NO DETAIL LINES ON
    ****                   TRANDISP (A RUN THAT POSTED NOTHING, E.G.
    ****                   ONLY BATCH HEADER/TRAILER) THERE IS NOTHING
    ****                   TO FEED: NO GROUP IS WRITTEN AND THE RETURN
    ****                   CODE IS 0.  AN EXPLICIT FEEDRUN NOT ON
    ****                   TRANDISP IS STILL 12.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** トランザクション処理結果（procobc.cob が実行ごとに書く）
           SELECT TRANX-DISPOSITION ASSIGN TO "TRANDISP"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TRANDISP-STATUS.
    **** 社員マスター（変更後の像）
           SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS WRK-ITEM1
                                     FILE STATUS IS WS-EMPMAST-STATUS.
    **** 外部連携ファイル（実行ごとに 1 組を追記。送信・世代管理は
    **** 運用側で行い、受領確認の突合せ CHGACKMT も同じ世代を読む）
           SELECT CHANGE-FEED       ASSIGN TO "CHGFEED"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-CHGFEED-STATUS.
    **** 連携登記簿
           SELECT FEED-REGISTER     ASSIGN TO "CHGFDRPT"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-CHGFDRPT-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
    **** 処理結果明細は procobc.cob の WS-DISPOSITION-DETAIL の並び
    **** （区分・社員番号・発効日・処理結果・理由・タイムスタンプ・
    **** 実行 ID）。
        FD  TRANX-DISPOSITION.
        01 TRANX-DISPOSITION-RECORD.
           13 DISP-TYPE-CODE        PIC X(2).
           13 FILLER                PIC X(1).
           13 DISP-EMP-NUMBER       PIC 9(5).
           13 FILLER                PIC X(1).
           13 DISP-EFFECTIVE-DATE   PIC 9(8).
           13 FILLER                PIC X(1).
           13 DISP-DISPOSITION      PIC X(7).
              88 DISP-APPLIED            VALUE "APPLIED".
           13 FILLER                PIC X(1).
           13 DISP-REASON           PIC X(20).
           13 FILLER                PIC X(1).
           13 DISP-TIMESTAMP        PIC 9(14).
           13 FILLER                PIC X(1).
           13 DISP-RUN-ID           PIC X(8).
           13 FILLER                PIC X(10).

    **** procobc.cob と共有するレコード様式はコピー本で取り込む。
        FD  EMPLOYEE-MASTER.
        COPY "empmstrc.cpy".

        FD  CHANGE-FEED.
        COPY "chgfdrc.cpy".

        FD  FEED-REGISTER.
        01 FEED-REGISTER-RECORD     PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-TRANDISP-STATUS       PIC X(2) VALUE "00".
        01 WS-EMPMAST-STATUS        PIC X(2) VALUE "00".
        01 WS-CHGFEED-STATUS        PIC X(2) VALUE "00".
        01 WS-CHGFDRPT-STATUS       PIC X(2) VALUE "00".

    *****************************************************************
    **** 終了コード（0=連携済み 4=像の無い変更を送らず
    **** 12=オープン／書込み障害・実行なし・連携済み）用ワーク
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** 制御スイッチ・件数カウンター・ハッシュ合計
    *****************************************************************
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-TRANDISP-EOF-SW       PIC X(1) VALUE "N".
           88 TRANDISP-EOF                   VALUE "Y".
        01 WS-CHGFEED-EOF-SW        PIC X(1) VALUE "N".
           88 CHGFEED-EOF                    VALUE "Y".
        01 WS-SAME-RUN-SW           PIC X(1) VALUE "N".
           88 SAME-RUN-GROUP                 VALUE "Y".
        01 WS-FILES-OPEN-SW         PIC X(1) VALUE "N".
           88 FILES-OPEN                     VALUE "Y".
        01 WS-NOTHING-SW            PIC X(1) VALUE "N".
           88 NOTHING-TO-FEED                VALUE "Y".
        01 WS-DISP-LINE-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-RUN-LINE-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-APPLIED-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-SENT-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-NOT-SENT-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-FEED-SEQ              PIC 9(7) VALUE ZERO.
        01 WS-EMP-HASH              PIC 9(11) VALUE ZERO.
        01 WS-AMOUNT-HASH           PIC 9(11)V99 VALUE ZERO.

    *****************************************************************
    **** 連携対象の実行 ID（環境変数 FEEDRUN。空白なら TRANDISP に
    **** 最初に現れる実行 ID。夜間ストリームでは各 SAMPLE-13 ステップ
    **** の直後に流すので、TRANDISP にはその実行の行だけがある）
    *****************************************************************
        01 WS-FEED-RUN-ID           PIC X(8) VALUE SPACE.
    **** 実行日（その実行の最初の TRANDISP 行の日付）。実行 ID は
    **** 時刻なので、別の日の実行と区別するためヘッダーに載せる。
        01 WS-FEED-RUN-DATE         PIC 9(8) VALUE ZERO.
        01 WS-FEED-SENDER           PIC X(8) VALUE "EMPBATCH".

    *****************************************************************
    **** 連携登記簿の見出し・明細・件数行
    *****************************************************************
        01 WS-RPT-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
        01 WS-RPT-LINE-COUNT        PIC 9(2) COMP VALUE 99.
        01 WS-RPT-LINES-PER-PAGE    PIC 9(2) COMP VALUE 55.
        01 WS-RPT-HEADING-1.
           13 FILLER                PIC X(25)
                   VALUE "CHANGE FEED REGISTER".
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RH1-DATE           PIC 9(8).
           13 FILLER                PIC X(7) VALUE "  PAGE ".
           13 WS-RH1-PAGE           PIC ZZZ9.
        01 WS-RPT-RUN-LINE.
           13 FILLER                PIC X(13) VALUE "FEED RUN ID= ".
           13 WS-RR-RUN-ID          PIC X(8).
           13 FILLER                PIC X(9) VALUE "  SENDER=".
           13 WS-RR-SENDER          PIC X(8).
           13 FILLER                PIC X(11) VALUE "  RUN DATE=".
           13 WS-RR-RUN-DATE        PIC 9(8).
        01 WS-RPT-COL-HEADING.
           13 FILLER                PIC X(8)  VALUE "    SEQ".
           13 FILLER                PIC X(3)  VALUE "TY".
           13 FILLER                PIC X(6)  VALUE "EMPNO".
           13 FILLER                PIC X(9)  VALUE "EFFDATE".
           13 FILLER                PIC X(10) VALUE "   SALARY".
           13 FILLER                PIC X(5)  VALUE "DEPT".
           13 FILLER                PIC X(2)  VALUE "S".
           13 FILLER                PIC X(4)  VALUE "NOTE".
        01 WS-RPT-DETAIL.
           13 WS-FD-SEQ             PIC ZZZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-FD-TYPE-CODE       PIC X(2).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-FD-EMP-NUMBER      PIC 9(5).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-FD-EFF-DATE        PIC 9(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-FD-SALARY          PIC ZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-FD-DEPT            PIC 9(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-FD-STATUS          PIC X(1).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-FD-NOTE            PIC X(20).
        01 WS-RPT-COUNT-LINE.
           13 WS-RC-LABEL           PIC X(20).
           13 WS-RC-COUNT           PIC ZZZZZZ9.
        01 WS-RPT-HASH-LINE.
           13 WS-RH-LABEL           PIC X(20).
           13 WS-RH-HASH            PIC ZZZZZZZZZZ9.
        01 WS-RPT-AMOUNT-LINE.
           13 WS-RA-LABEL           PIC X(20).
           13 WS-RA-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

    **** 日付＋時刻 14 桁タイムスタンプ編集用ワーク
        01 WS-TS-DATE               PIC 9(8).
        01 WS-TS-TIME               PIC 9(6).
        01 WS-TIMESTAMP-14          PIC 9(14).
    *****************************************************************
        PROCEDURE                   DIVISION.
    *****************************************************************
        0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           IF NOT OPEN-FAILED
               PERFORM 1300-FIND-FEED-RUN   THRU 1300-EXIT
           END-IF.
           IF NOT OPEN-FAILED
              AND NOT NOTHING-TO-FEED
               PERFORM 1400-CHECK-ALREADY-FED THRU 1400-EXIT
           END-IF.
           IF NOT OPEN-FAILED
              AND NOT NOTHING-TO-FEED
               PERFORM 1500-OPEN-FEED       THRU 1500-EXIT
           END-IF.
           IF NOT OPEN-FAILED
              AND NOT NOTHING-TO-FEED
               PERFORM 2000-BUILD-FEED      THRU 2000-EXIT
               PERFORM 3000-WRITE-TRAILER   THRU 3000-EXIT
               PERFORM 4000-WRITE-TOTALS    THRU 4000-EXIT
               CLOSE CHANGE-FEED
           END-IF.
           IF FILES-OPEN
               CLOSE EMPLOYEE-MASTER
               CLOSE FEED-REGISTER
           END-IF.
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（ファイルのオープンとパラメーター取得）
    *****************************************************************
        1000-INITIALIZE.
           DISPLAY "FEEDRUN"           UPON ENVIRONMENT-NAME.
           ACCEPT  WS-FEED-RUN-ID      FROM ENVIRONMENT-VALUE.
           OPEN OUTPUT FEED-REGISTER.
           IF WS-CHGFDRPT-STATUS NOT = "00"
               DISPLAY "FEED-REGISTER OPEN FAILED, STATUS="
                       WS-CHGFDRPT-STATUS
               PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER OPEN FAILED, STATUS="
                       WS-EMPMAST-STATUS
               CLOSE FEED-REGISTER
               PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
               GO TO 1000-EXIT
           END-IF.
           SET FILES-OPEN           TO TRUE.
        1000-EXIT.
           EXIT.

    *****************************************************************
    **** 1300  連携対象の実行を決め、TRANDISP にその実行の行が
    **** あることを確かめる（上書き済みの実行は送れない）。
    **** FEEDRUN の指定がなく TRANDISP に明細行が 1 行もなければ
    **** （転記する明細のなかった実行）、送るものがないだけなので
    **** 組を書かずに正常終了する。
    *****************************************************************
        1300-FIND-FEED-RUN.
           OPEN INPUT TRANX-DISPOSITION.
           IF WS-TRANDISP-STATUS NOT = "00"
               DISPLAY "TRANX-DISPOSITION OPEN FAILED, STATUS="
                       WS-TRANDISP-STATUS
               PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-SCAN-DISPOSITION THRU 1310-EXIT
               UNTIL TRANDISP-EOF.
           CLOSE TRANX-DISPOSITION.
           IF WS-FEED-RUN-ID = SPACE
               DISPLAY "NOTHING TO FEED"
               SET NOTHING-TO-FEED  TO TRUE
               GO TO 1300-EXIT
           END-IF.
           IF WS-RUN-LINE-COUNT = ZERO
               DISPLAY "RUN " WS-FEED-RUN-ID " NOT ON TRANDISP"
               PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
               GO TO 1300-EXIT
           END-IF.
           DISPLAY "FEED RUN ID=" WS-FEED-RUN-ID
                   " RUN DATE=" WS-FEED-RUN-DATE
                   " TRANDISP LINES=" WS-RUN-LINE-COUNT.
           MOVE ZERO                TO WS-RUN-LINE-COUNT.
           MOVE "N"                 TO WS-TRANDISP-EOF-SW.
        1300-EXIT.
           EXIT.

        1310-SCAN-DISPOSITION.
           READ TRANX-DISPOSITION
               AT END
                   SET TRANDISP-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF WS-FEED-RUN-ID = SPACE
               MOVE DISP-RUN-ID     TO WS-FEED-RUN-ID
           END-IF.
           IF DISP-RUN-ID = WS-FEED-RUN-ID
              AND DISP-RUN-ID NOT = SPACE
               ADD 1 TO WS-RUN-LINE-COUNT
               IF WS-FEED-RUN-DATE = ZERO
                  AND DISP-TIMESTAMP IS NUMERIC
                   COMPUTE WS-FEED-RUN-DATE = DISP-TIMESTAMP / 1000000
               END-IF
           END-IF.
        1310-EXIT.
           EXIT.

    *****************************************************************
    **** 1400  同じ実行を二度送らない。連携ファイルの既存の組に
    **** 実行 ID と実行日の同じヘッダーで始まり、トレーラーまで
    **** 揃った組があれば中止する。書込み障害で
    **** トレーラーまで届かなかった組は未完了として扱い、再実行で
    **** 新しい組を書く（受信側は未完了の組を読み捨てる）。
    *****************************************************************
        1400-CHECK-ALREADY-FED.
           OPEN INPUT CHANGE-FEED.
           EVALUATE WS-CHGFEED-STATUS
               WHEN "00"
                   PERFORM 1410-READ-FEED THRU 1410-EXIT
                       UNTIL CHGFEED-EOF
                   CLOSE CHANGE-FEED
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CHANGE-FEED OPEN FAILED, STATUS="
                           WS-CHGFEED-STATUS
                   PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
           END-EVALUATE.
        1400-EXIT.
           EXIT.

        1410-READ-FEED.
           READ CHANGE-FEED
               AT END
                   SET CHGFEED-EOF TO TRUE
                   GO TO 1410-EXIT
           END-READ.
           IF CFD-HEADER
               MOVE "N"             TO WS-SAME-RUN-SW
               IF CFD-RUN-ID = WS-FEED-RUN-ID
                  AND CFD-HDR-RUN-DATE IS NUMERIC
                  AND CFD-HDR-RUN-DATE = WS-FEED-RUN-DATE
                   SET SAME-RUN-GROUP TO TRUE
               END-IF
               GO TO 1410-EXIT
           END-IF.
           IF CFD-TRAILER
              AND SAME-RUN-GROUP
              AND CFD-RUN-ID = WS-FEED-RUN-ID
               DISPLAY "RUN " WS-FEED-RUN-ID
                       " ALREADY ON CHGFEED, NOT SENT AGAIN"
               SET CHGFEED-EOF TO TRUE
               PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
           END-IF.
        1410-EXIT.
           EXIT.

    *****************************************************************
    **** 1500  連携ファイルを追記で開き、ヘッダーを書く。
    *****************************************************************
        1500-OPEN-FEED.
           OPEN EXTEND CHANGE-FEED.
    **** 連携ファイルが無い最初の実行は新規作成する。
           IF WS-CHGFEED-STATUS = "35"
               OPEN OUTPUT CHANGE-FEED
           END-IF.
           IF WS-CHGFEED-STATUS NOT = "00"
               DISPLAY "CHANGE-FEED OPEN FAILED, STATUS="
                       WS-CHGFEED-STATUS
               PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
               GO TO 1500-EXIT
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE SPACE               TO CHGFEED-RECORD.
           SET CFD-HEADER           TO TRUE.
           MOVE WS-FEED-RUN-ID      TO CFD-RUN-ID.
           MOVE ZERO                TO CFD-SEQ.
           MOVE WS-FEED-SENDER      TO CFD-HDR-SENDER.
           MOVE WS-TIMESTAMP-14     TO CFD-HDR-CREATE-TS.
           MOVE WS-FEED-RUN-DATE    TO CFD-HDR-RUN-DATE.
           PERFORM 2900-WRITE-FEED  THRU 2900-EXIT.
           IF OPEN-FAILED
               CLOSE CHANGE-FEED
           END-IF.
        1500-EXIT.
           EXIT.

    *****************************************************************
    **** 2000  連携明細の作成
    **** TRANDISP のその実行の APPLIED 行ごとに、社員マスターの
    **** 変更後の像を付けて 1 件書く。像の無い社員は送らず登記簿に
    **** 残す（EMPAUDIT で EMP との差を調べる）。
    *****************************************************************
        2000-BUILD-FEED.
           PERFORM 8100-REGISTER-PAGE-HEADING THRU 8100-EXIT.
           OPEN INPUT TRANX-DISPOSITION.
           IF WS-TRANDISP-STATUS NOT = "00"
               DISPLAY "TRANX-DISPOSITION OPEN FAILED, STATUS="
                       WS-TRANDISP-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-DISPOSITION THRU 2100-EXIT
               UNTIL TRANDISP-EOF.
           CLOSE TRANX-DISPOSITION.
        2000-EXIT.
           EXIT.

        2100-READ-DISPOSITION.
           READ TRANX-DISPOSITION
               AT END
                   SET TRANDISP-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-DISP-LINE-COUNT.
           IF DISP-RUN-ID NOT = WS-FEED-RUN-ID
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-RUN-LINE-COUNT.
           IF NOT DISP-APPLIED
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE DISP-TYPE-CODE      TO WS-FD-TYPE-CODE.
           MOVE DISP-EMP-NUMBER     TO WS-FD-EMP-NUMBER.
           MOVE DISP-EFFECTIVE-DATE TO WS-FD-EFF-DATE.
           MOVE DISP-EMP-NUMBER     TO WRK-ITEM1.
           READ EMPLOYEE-MASTER
               KEY IS WRK-ITEM1
               INVALID KEY
                   ADD 1 TO WS-NOT-SENT-COUNT
                   MOVE ZERO        TO WS-FD-SEQ
                   MOVE ZERO        TO WS-FD-SALARY
                   MOVE ZERO        TO WS-FD-DEPT
                   MOVE SPACE       TO WS-FD-STATUS
                   MOVE "NO EMPMAST, NOT SENT" TO WS-FD-NOTE
                   PERFORM 8000-WRITE-REGISTER-DETAIL THRU 8000-EXIT
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-FEED-SEQ.
           MOVE SPACE               TO CHGFEED-RECORD.
           SET CFD-DETAIL           TO TRUE.
           MOVE WS-FEED-RUN-ID      TO CFD-RUN-ID.
           MOVE WS-FEED-SEQ         TO CFD-SEQ.
           MOVE DISP-TYPE-CODE      TO CFD-DTL-TYPE-CODE.
           MOVE DISP-EFFECTIVE-DATE TO CFD-DTL-EFF-DATE.
           MOVE DISP-TIMESTAMP      TO CFD-DTL-POSTED-TS.
           MOVE WRK-DATA            TO CFD-DTL-AFTER-IMAGE.
           PERFORM 2900-WRITE-FEED  THRU 2900-EXIT.
           IF OPEN-FAILED
               SET TRANDISP-EOF     TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-SENT-COUNT.
           ADD WRK-ITEM1            TO WS-EMP-HASH.
           ADD WRK-SALARY           TO WS-AMOUNT-HASH.
           MOVE WS-FEED-SEQ         TO WS-FD-SEQ.
           MOVE WRK-SALARY          TO WS-FD-SALARY.
           MOVE WRK-DEPT            TO WS-FD-DEPT.
           MOVE WRK-EMP-STATUS      TO WS-FD-STATUS.
           MOVE SPACE               TO WS-FD-NOTE.
           PERFORM 8000-WRITE-REGISTER-DETAIL THRU 8000-EXIT.
        2100-EXIT.
           EXIT.

    **** 連携ファイルへ 1 件書く。書けなければ以後を打ち切る。
        2900-WRITE-FEED.
           WRITE CHGFEED-RECORD.
           IF WS-CHGFEED-STATUS NOT = "00"
               DISPLAY "CHANGE-FEED WRITE FAILED, STATUS="
                       WS-CHGFEED-STATUS
               PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
           END-IF.
        2900-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  トレーラー（件数・社員番号ハッシュ・金額ハッシュ）
    *****************************************************************
        3000-WRITE-TRAILER.
           IF OPEN-FAILED
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACE               TO CHGFEED-RECORD.
           SET CFD-TRAILER          TO TRUE.
           MOVE WS-FEED-RUN-ID      TO CFD-RUN-ID.
           MOVE 9999999             TO CFD-SEQ.
           MOVE WS-SENT-COUNT       TO CFD-TRL-RECORD-COUNT.
           MOVE WS-EMP-HASH         TO CFD-TRL-EMP-HASH.
           MOVE WS-AMOUNT-HASH      TO CFD-TRL-AMOUNT-HASH.
           PERFORM 2900-WRITE-FEED  THRU 2900-EXIT.
        3000-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  件数・ハッシュ合計行の印字
    *****************************************************************
        4000-WRITE-TOTALS.
           IF WS-RPT-LINE-COUNT + 9 > WS-RPT-LINES-PER-PAGE
               PERFORM 8100-REGISTER-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE "TRANDISP LINES     ="  TO WS-RC-LABEL.
           MOVE WS-DISP-LINE-COUNT  TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           MOVE "LINES OF THIS RUN  ="  TO WS-RC-LABEL.
           MOVE WS-RUN-LINE-COUNT   TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           MOVE "APPLIED            ="  TO WS-RC-LABEL.
           MOVE WS-APPLIED-COUNT    TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           MOVE "SENT               ="  TO WS-RC-LABEL.
           MOVE WS-SENT-COUNT       TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           MOVE "NOT SENT           ="  TO WS-RC-LABEL.
           MOVE WS-NOT-SENT-COUNT   TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           MOVE "EMP NUMBER HASH    ="  TO WS-RH-LABEL.
           MOVE WS-EMP-HASH         TO WS-RH-HASH.
           MOVE WS-RPT-HASH-LINE    TO FEED-REGISTER-RECORD.
           WRITE FEED-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE "SALARY AMOUNT HASH ="  TO WS-RA-LABEL.
           MOVE WS-AMOUNT-HASH      TO WS-RA-AMOUNT.
           MOVE WS-RPT-AMOUNT-LINE  TO FEED-REGISTER-RECORD.
           WRITE FEED-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           DISPLAY "CHANGE FEED: RUN=" WS-FEED-RUN-ID
                   " APPLIED=" WS-APPLIED-COUNT
                   " SENT=" WS-SENT-COUNT
                   " NOT-SENT=" WS-NOT-SENT-COUNT.
        4000-EXIT.
           EXIT.

        4100-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE   TO FEED-REGISTER-RECORD.
           WRITE FEED-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        4100-EXIT.
           EXIT.

    **** 登記簿明細 1 行の印字（必要なら改頁）。
        8000-WRITE-REGISTER-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-REGISTER-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE WS-RPT-DETAIL       TO FEED-REGISTER-RECORD.
           WRITE FEED-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        8000-EXIT.
           EXIT.

    **** 改頁し、実行見出し・実行 ID・欄見出しを印字する。
        8100-REGISTER-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TS-DATE          TO WS-RH1-DATE.
           MOVE WS-RPT-PAGE-NUMBER  TO WS-RH1-PAGE.
           MOVE WS-RPT-HEADING-1    TO FEED-REGISTER-RECORD.
           WRITE FEED-REGISTER-RECORD
               AFTER ADVANCING PAGE.
           MOVE WS-FEED-RUN-ID      TO WS-RR-RUN-ID.
           MOVE WS-FEED-SENDER      TO WS-RR-SENDER.
           MOVE WS-FEED-RUN-DATE    TO WS-RR-RUN-DATE.
           MOVE WS-RPT-RUN-LINE     TO FEED-REGISTER-RECORD.
           WRITE FEED-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE WS-RPT-COL-HEADING  TO FEED-REGISTER-RECORD.
           WRITE FEED-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE               TO FEED-REGISTER-RECORD.
           WRITE FEED-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 4                   TO WS-RPT-LINE-COUNT.
        8100-EXIT.
           EXIT.

    *****************************************************************
    **** 9000  日付＋時刻 14 桁タイムスタンプの編集
    *****************************************************************
        9000-BUILD-TIMESTAMP.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
                  INTO WS-TIMESTAMP-14.
        9000-EXIT.
           EXIT.

    *****************************************************************
    **** 9100  終了コード重大度の更新（高い方を保持する）
    *****************************************************************
        9100-SET-SEVERITY.
           IF WS-NEW-SEVERITY > WS-HIGHEST-SEVERITY
               MOVE WS-NEW-SEVERITY TO WS-HIGHEST-SEVERITY
           END-IF.
        9100-EXIT.
           EXIT.

        9200-OPEN-FAILED.
           SET OPEN-FAILED TO TRUE.
           MOVE 12 TO WS-NEW-SEVERITY.
           PERFORM 9100-SET-SEVERITY THRU 9100-EXIT.
        9200-EXIT.
           EXIT.
