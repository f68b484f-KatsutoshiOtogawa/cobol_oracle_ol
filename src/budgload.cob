    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 BUDGLOAD.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  LOAD/MAINTAIN THE DEPTBUDG
    ****                   DEPARTMENT BUDGET FILE FROM THE SEQUENTIAL
    ****                   FEED SENT BY FINANCE (BUDGFEED): VALIDATE
    ****                   DEPARTMENT, FISCAL YEAR, ANNUAL SALARY
    ****                   BUDGET AND AUTHORIZED HEADCOUNT, ADD/
    ****                   REWRITE/DELETE DEPTBUDG RECORDS (KEY DEPT +
    ****                   FISCAL YEAR), AND PRINT AN UPDATE REGISTER
    ****                   (BEFORE/AFTER BUDGET AND HEADCOUNT, ADDS,
    ****                   CHANGES, DELETES, REJECTS) TO BUDGREGS.
    ****                   BUILT IN THE STYLE OF CTLLOAD.  RETURN-CODE
    ****                   12 AND NO REGISTER OUTPUT WHEN ANY FILE
    ****                   FAILS TO OPEN.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** 財務部門より別送される部門予算の順ファイル・フィード
           SELECT BUDGET-FEED       ASSIGN TO "BUDGFEED"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-BUDGFEED-STATUS.
    **** 部門別予算ファイル（BUDGVAR と SAMPLE-13 が読む）
           SELECT DEPT-BUDGET-FILE  ASSIGN TO "DEPTBUDG"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS BUDGET-KEY
                                     FILE STATUS IS WS-DEPTBUDG-STATUS.
    **** 更新登記簿（変更前後の予算・定員・処理区分・拒否理由）
           SELECT UPDATE-REGISTER   ASSIGN TO "BUDGREGS"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-BUDGREGS-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
        FD  BUDGET-FEED.
        01 FEED-RECORD.
           13 FEED-ACTION-CODE      PIC X(1).
              88 FEED-ADD                   VALUE "A".
              88 FEED-CHANGE                VALUE "C".
              88 FEED-DELETE                VALUE "D".
           13 FEED-DEPT-NUMBER      PIC 9(4).
           13 FEED-FISCAL-YEAR      PIC 9(4).
           13 FEED-SALARY-AMOUNT    PIC 9(9)V99.
           13 FEED-HEADCOUNT        PIC 9(5).
           13 FILLER                PIC X(55).

    **** BUDGVAR・SAMPLE-13 と共有するレコード様式はコピー本で
    **** 取り込む。
        FD  DEPT-BUDGET-FILE.
        COPY "budgrc.cpy".

        FD  UPDATE-REGISTER.
        01 UPDATE-REGISTER-RECORD   PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-BUDGFEED-STATUS       PIC X(2) VALUE "00".
        01 WS-DEPTBUDG-STATUS       PIC X(2) VALUE "00".
        01 WS-BUDGREGS-STATUS       PIC X(2) VALUE "00".

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-BUDGFEED-EOF-SW       PIC X(1) VALUE "N".
           88 BUDGFEED-EOF                   VALUE "Y".
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-READ-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-ADD-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-CHANGE-COUNT          PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-DELETE-COUNT          PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-REJECT-COUNT          PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-BEFORE-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-AFTER-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-BEFORE-HEADCOUNT      PIC S9(5) COMP-3 VALUE ZERO.
        01 WS-AFTER-HEADCOUNT       PIC S9(5) COMP-3 VALUE ZERO.

    *****************************************************************
    **** 更新登記簿の見出し・明細・件数行
    *****************************************************************
        01 WS-REG-HEADING.
           13 FILLER                PIC X(26)
                   VALUE "DEPT-BUDGET UPDATE REG.".
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RGH-DATE           PIC 9(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RGH-TIME           PIC 9(6).
        01 WS-REG-COL-HEADING.
           13 FILLER                PIC X(12) VALUE "A DEPT FY".
           13 FILLER                PIC X(19)
                   VALUE "   BEFORE-BUD  HC".
           13 FILLER                PIC X(19)
                   VALUE "    AFTER-BUD  HC".
           13 FILLER                PIC X(13) VALUE "DISPOSITION".
    **** 明細は登記簿レコードの 80 桁に収まる並びにする（拒否理由
    **** 20 桁を欠けずに印字する）。
        01 WS-REG-DETAIL.
           13 WS-REG-ACTION         PIC X(1).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-REG-DEPT           PIC 9(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-REG-FISCAL-YEAR    PIC 9(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-REG-BEFORE         PIC ZZZZZZZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-REG-BEFORE-HC      PIC ZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-REG-AFTER          PIC ZZZZZZZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-REG-AFTER-HC       PIC ZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-REG-DISPOSITION    PIC X(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-REG-REASON         PIC X(20).
        01 WS-REG-COUNT-LINE.
           13 WS-RCT-LABEL          PIC X(16).
           13 WS-RCT-COUNT          PIC ZZZZZ9.

    **** 日付＋時刻 14 桁タイムスタンプ編集用ワーク
        01 WS-TS-DATE               PIC 9(8).
        01 WS-TS-TIME               PIC 9(6).
        01 WS-TIMESTAMP-14          PIC 9(14).
    *****************************************************************
        PROCEDURE                   DIVISION.
    *****************************************************************
        0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
    **** どれかのファイルが開けなかった実行は何も適用していない。
    **** 登記簿も出さず、終了コード 12 で打ち切る。
           IF NOT OPEN-FAILED
               PERFORM 2000-PROCESS-FEED    THRU 2000-EXIT
                   UNTIL BUDGFEED-EOF
               PERFORM 3000-WRITE-TOTALS    THRU 3000-EXIT
               CLOSE BUDGET-FEED
               CLOSE DEPT-BUDGET-FILE
               CLOSE UPDATE-REGISTER
           END-IF.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（ファイルのオープンと登記簿見出しの印字）
    *****************************************************************
        1000-INITIALIZE.
           OPEN INPUT BUDGET-FEED.
           IF WS-BUDGFEED-STATUS NOT = "00"
               DISPLAY "BUDGET-FEED OPEN FAILED, STATUS="
                       WS-BUDGFEED-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O DEPT-BUDGET-FILE.
    **** ファイルが無い初回ロード時は OUTPUT で新規作成する。
           IF WS-DEPTBUDG-STATUS = "35"
               OPEN OUTPUT DEPT-BUDGET-FILE
               CLOSE DEPT-BUDGET-FILE
               OPEN I-O DEPT-BUDGET-FILE
           END-IF.
           IF WS-DEPTBUDG-STATUS NOT = "00"
               DISPLAY "DEPT-BUDGET-FILE OPEN FAILED, STATUS="
                       WS-DEPTBUDG-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT UPDATE-REGISTER.
           IF WS-BUDGREGS-STATUS NOT = "00"
               DISPLAY "UPDATE-REGISTER OPEN FAILED, STATUS="
                       WS-BUDGREGS-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TS-DATE          TO WS-RGH-DATE.
           MOVE WS-TS-TIME          TO WS-RGH-TIME.
           MOVE WS-REG-HEADING      TO UPDATE-REGISTER-RECORD.
           WRITE UPDATE-REGISTER-RECORD.
           MOVE WS-REG-COL-HEADING  TO UPDATE-REGISTER-RECORD.
           WRITE UPDATE-REGISTER-RECORD.
        1000-EXIT.
           EXIT.

    *****************************************************************
    **** 2000  フィード 1 件分の読取・検証・適用
    *****************************************************************
        2000-PROCESS-FEED.
           READ BUDGET-FEED
               AT END
                   SET BUDGFEED-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE ZERO TO WS-BEFORE-AMOUNT.
           MOVE ZERO TO WS-AFTER-AMOUNT.
           MOVE ZERO TO WS-BEFORE-HEADCOUNT.
           MOVE ZERO TO WS-AFTER-HEADCOUNT.
    **** 部門番号と年度は必須。予算額・定員は追加・変更のときだけ
    **** 検査する。
           IF FEED-DEPT-NUMBER IS NOT NUMERIC
                  OR FEED-DEPT-NUMBER = ZERO
               MOVE "DEPT NUMBER INVALID" TO WS-REG-REASON
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF FEED-FISCAL-YEAR IS NOT NUMERIC
                  OR FEED-FISCAL-YEAR < 1900
               MOVE "FISCAL YEAR INVALID" TO WS-REG-REASON
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF (FEED-ADD OR FEED-CHANGE)
                  AND FEED-SALARY-AMOUNT IS NOT NUMERIC
               MOVE "AMOUNT INVALID"     TO WS-REG-REASON
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF (FEED-ADD OR FEED-CHANGE)
                  AND FEED-HEADCOUNT IS NOT NUMERIC
               MOVE "HEADCOUNT INVALID"  TO WS-REG-REASON
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN FEED-ADD
                   PERFORM 2100-APPLY-ADD    THRU 2100-EXIT
               WHEN FEED-CHANGE
                   PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
               WHEN FEED-DELETE
                   PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
               WHEN OTHER
                   MOVE "ACTION CODE INVALID" TO WS-REG-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
           END-EVALUATE.
        2000-EXIT.
           EXIT.

    **** 追加：同じ部門・年度のレコードが既に在るときは拒否する。
        2100-APPLY-ADD.
           MOVE FEED-DEPT-NUMBER    TO BUDGET-DEPT-NUMBER.
           MOVE FEED-FISCAL-YEAR    TO BUDGET-FISCAL-YEAR.
           READ DEPT-BUDGET-FILE
               KEY IS BUDGET-KEY
               INVALID KEY
                   MOVE FEED-DEPT-NUMBER   TO BUDGET-DEPT-NUMBER
                   MOVE FEED-FISCAL-YEAR   TO BUDGET-FISCAL-YEAR
                   MOVE FEED-SALARY-AMOUNT TO BUDGET-SALARY-AMOUNT
                   MOVE FEED-HEADCOUNT     TO BUDGET-HEADCOUNT
                   WRITE BUDGET-RECORD
                   MOVE FEED-SALARY-AMOUNT TO WS-AFTER-AMOUNT
                   MOVE FEED-HEADCOUNT     TO WS-AFTER-HEADCOUNT
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADDED"           TO WS-REG-DISPOSITION
                   MOVE SPACE             TO WS-REG-REASON
                   PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT
               NOT INVALID KEY
                   MOVE BUDGET-SALARY-AMOUNT TO WS-BEFORE-AMOUNT
                                                WS-AFTER-AMOUNT
                   MOVE BUDGET-HEADCOUNT  TO WS-BEFORE-HEADCOUNT
                                             WS-AFTER-HEADCOUNT
                   MOVE "ALREADY ON FILE" TO WS-REG-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
           END-READ.
        2100-EXIT.
           EXIT.

    **** 変更：レコードが無いときは拒否する。
        2200-APPLY-CHANGE.
           MOVE FEED-DEPT-NUMBER    TO BUDGET-DEPT-NUMBER.
           MOVE FEED-FISCAL-YEAR    TO BUDGET-FISCAL-YEAR.
           READ DEPT-BUDGET-FILE
               KEY IS BUDGET-KEY
               INVALID KEY
                   MOVE "NOT ON FILE"     TO WS-REG-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               NOT INVALID KEY
                   MOVE BUDGET-SALARY-AMOUNT TO WS-BEFORE-AMOUNT
                   MOVE BUDGET-HEADCOUNT  TO WS-BEFORE-HEADCOUNT
                   MOVE FEED-SALARY-AMOUNT TO BUDGET-SALARY-AMOUNT
                   MOVE FEED-HEADCOUNT    TO BUDGET-HEADCOUNT
                   REWRITE BUDGET-RECORD
                   MOVE FEED-SALARY-AMOUNT TO WS-AFTER-AMOUNT
                   MOVE FEED-HEADCOUNT    TO WS-AFTER-HEADCOUNT
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "CHANGED"         TO WS-REG-DISPOSITION
                   MOVE SPACE             TO WS-REG-REASON
                   PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT
           END-READ.
        2200-EXIT.
           EXIT.

    **** 削除：レコードが無いときは拒否する。
        2300-APPLY-DELETE.
           MOVE FEED-DEPT-NUMBER    TO BUDGET-DEPT-NUMBER.
           MOVE FEED-FISCAL-YEAR    TO BUDGET-FISCAL-YEAR.
           READ DEPT-BUDGET-FILE
               KEY IS BUDGET-KEY
               INVALID KEY
                   MOVE "NOT ON FILE"     TO WS-REG-REASON
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               NOT INVALID KEY
                   MOVE BUDGET-SALARY-AMOUNT TO WS-BEFORE-AMOUNT
                   MOVE BUDGET-HEADCOUNT  TO WS-BEFORE-HEADCOUNT
                   DELETE DEPT-BUDGET-FILE
                   MOVE ZERO              TO WS-AFTER-AMOUNT
                   MOVE ZERO              TO WS-AFTER-HEADCOUNT
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "DELETED"         TO WS-REG-DISPOSITION
                   MOVE SPACE             TO WS-REG-REASON
                   PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT
           END-READ.
        2300-EXIT.
           EXIT.

    **** 登記簿明細 1 行の印字。
        2800-WRITE-REGISTER.
           MOVE FEED-ACTION-CODE    TO WS-REG-ACTION.
           MOVE FEED-DEPT-NUMBER    TO WS-REG-DEPT.
           MOVE FEED-FISCAL-YEAR    TO WS-REG-FISCAL-YEAR.
           MOVE WS-BEFORE-AMOUNT    TO WS-REG-BEFORE.
           MOVE WS-BEFORE-HEADCOUNT TO WS-REG-BEFORE-HC.
           MOVE WS-AFTER-AMOUNT     TO WS-REG-AFTER.
           MOVE WS-AFTER-HEADCOUNT  TO WS-REG-AFTER-HC.
           MOVE WS-REG-DETAIL       TO UPDATE-REGISTER-RECORD.
           WRITE UPDATE-REGISTER-RECORD.
        2800-EXIT.
           EXIT.

    **** 拒否 1 件の登記（理由付き）と件数の計上。
        2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "REJECTED"          TO WS-REG-DISPOSITION.
           PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT.
        2900-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  件数合計行の印字
    *****************************************************************
        3000-WRITE-TOTALS.
           MOVE "RECORDS READ  ="  TO WS-RCT-LABEL.
           MOVE WS-READ-COUNT      TO WS-RCT-COUNT.
           PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
           MOVE "ADDED         ="  TO WS-RCT-LABEL.
           MOVE WS-ADD-COUNT       TO WS-RCT-COUNT.
           PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
           MOVE "CHANGED       ="  TO WS-RCT-LABEL.
           MOVE WS-CHANGE-COUNT    TO WS-RCT-COUNT.
           PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
           MOVE "DELETED       ="  TO WS-RCT-LABEL.
           MOVE WS-DELETE-COUNT    TO WS-RCT-COUNT.
           PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
           MOVE "REJECTED      ="  TO WS-RCT-LABEL.
           MOVE WS-REJECT-COUNT    TO WS-RCT-COUNT.
           PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
        3000-EXIT.
           EXIT.

        3100-WRITE-COUNT-LINE.
           MOVE WS-REG-COUNT-LINE   TO UPDATE-REGISTER-RECORD.
           WRITE UPDATE-REGISTER-RECORD.
        3100-EXIT.
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
