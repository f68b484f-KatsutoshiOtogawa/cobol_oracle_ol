    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 BUDGVAR.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  DEPARTMENT BUDGET VARIANCE
    ****                   REPORT (BUDGVRPT): FOR ONE FISCAL YEAR
    ****                   (BUDGFY, DEFAULT THE CURRENT ONE; THE YEAR
    ****                   STARTS IN MONTH FYSTMON, DEFAULT 04) SET
    ****                   EACH DEPARTMENT'S ACTIVE HEADCOUNT AND
    ****                   SALARY FROM EMP, PLUS PENDING NH AND SC
    ****                   ITEMS ON TRANHOLD AND ON APRVPEND (STATUS
    ****                   P OR A), AGAINST ITS DEPTBUDG BUDGET AND
    ****                   AUTHORIZED HEADCOUNT.  OVER-BUDGET, OVER-
    ****                   HEADCOUNT AND UNBUDGETED DEPARTMENTS ARE
    ****                   FLAGGED.  RETURN CODES: 0 ALL WITHIN
    ****                   BUDGET, 4 ANY DEPARTMENT FLAGGED, 12
    ****                   CONNECT/OPEN/SQL FAILURE.
    **** 2026-10-15  K.O.  PRINT THE FULL 20-CHARACTER DEPARTMENT NAME
    ****                   (WAS CUT TO 16); THE FIGURES MOVE FOUR
    ****                   COLUMNS RIGHT INTO THE UNUSED END OF THE
    ****                   80-COLUMN LINE.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** 部門別予算ファイル（BUDGLOAD が保守する）
           SELECT DEPT-BUDGET-FILE  ASSIGN TO "DEPTBUDG"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS BUDGET-KEY
                                     FILE STATUS IS WS-DEPTBUDG-STATUS.
    **** 部門参照ファイル（部門名の印字用）
           SELECT DEPARTMENT-REF    ASSIGN TO "DEPTREF"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS DEPT-REF-NUMBER
                                     FILE STATUS IS WS-DEPTREF-STATUS.
    **** 発効日未到来の保留トランザクション（転記待ちの NH／SC）
           SELECT TRANSACTION-HOLD  ASSIGN TO "TRANHOLD"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TRANHOLD-STATUS.
    **** 二重承認待ちファイル（承認待ち・承認済み未転記の NH／SC）
           SELECT APPROVAL-FILE     ASSIGN TO "APRVPEND"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS APRV-KEY
                                     FILE STATUS IS WS-APRVPEND-STATUS.
    **** 予実差異レポート
           SELECT VARIANCE-REPORT   ASSIGN TO "BUDGVRPT"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-BUDGVRPT-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
    **** BUDGLOAD・SAMPLE-13 と共有するレコード様式はコピー本で
    **** 取り込む。
        FD  DEPT-BUDGET-FILE.
        COPY "budgrc.cpy".

        FD  DEPARTMENT-REF.
        COPY "deptrfrc.cpy".

        FD  TRANSACTION-HOLD.
        COPY "holdrc.cpy".

        FD  APPROVAL-FILE.
        COPY "aprvrc.cpy".

        FD  VARIANCE-REPORT.
        01 VARIANCE-REPORT-RECORD   PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-DEPTBUDG-STATUS       PIC X(2) VALUE "00".
        01 WS-DEPTREF-STATUS        PIC X(2) VALUE "00".
        01 WS-TRANHOLD-STATUS       PIC X(2) VALUE "00".
        01 WS-APRVPEND-STATUS       PIC X(2) VALUE "00".
        01 WS-BUDGVRPT-STATUS       PIC X(2) VALUE "00".

    *****************************************************************
    **** 終了コード（0=全部門予算内 4=超過・予算未登録の部門あり
    **** 12=接続／オープン／SQL 障害）用ワーク
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-HOLD-OPEN-SW          PIC X(1) VALUE "N".
           88 HOLD-OPEN                      VALUE "Y".
        01 WS-APRV-OPEN-SW          PIC X(1) VALUE "N".
           88 APRV-OPEN                      VALUE "Y".
        01 WS-ACT-EOF-SW            PIC X(1) VALUE "N".
           88 ACT-FETCH-EOF                  VALUE "Y".
        01 WS-HOLD-EOF-SW           PIC X(1) VALUE "N".
           88 HOLD-EOF                       VALUE "Y".
        01 WS-APRV-EOF-SW           PIC X(1) VALUE "N".
           88 APRV-EOF                       VALUE "Y".
        01 WS-BUDGET-EOF-SW         PIC X(1) VALUE "N".
           88 BUDGET-EOF                     VALUE "Y".
        01 WS-OVER-BUDGET-SW        PIC X(1) VALUE "N".
           88 DEPT-OVER-BUDGET               VALUE "Y".
        01 WS-OVER-HEADCOUNT-SW     PIC X(1) VALUE "N".
           88 DEPT-OVER-HEADCOUNT            VALUE "Y".
        01 WS-NO-BUDGET-SW          PIC X(1) VALUE "N".
           88 DEPT-NO-BUDGET                 VALUE "Y".
        01 WS-LISTED-COUNT          PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-OVER-BUDGET-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-OVER-HEADCOUNT-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-NO-BUDGET-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-PENDING-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-PENDING-SKIP-COUNT    PIC S9(7) COMP-3 VALUE ZERO.

    *****************************************************************
    **** 実行パラメーター（対象年度と年度開始月）
    **** 年度は開始月の属する暦年で呼ぶ。BUDGFY 未指定時は実行日
    **** の属する年度とする。
    *****************************************************************
        01 WS-PARM-FY-AREA          PIC X(4) VALUE SPACE.
        01 WS-PARM-FYSTMON-AREA     PIC X(2) VALUE SPACE.
        01 WS-FY-START-MONTH        PIC 9(2) VALUE 4.
        01 WS-FISCAL-YEAR           PIC 9(4) VALUE ZERO.
        01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
        01 WS-RUN-DATE-R            REDEFINES WS-RUN-DATE.
           13 WS-RUN-YYYY           PIC 9(4).
           13 WS-RUN-MM             PIC 9(2).
           13 WS-RUN-DD             PIC 9(2).

    *****************************************************************
    **** 部門別集計表（添字＝部門番号＋1。部門 0000～9999）
    **** 実績（EMP 表の在職者）・保留（転記待ちの NH／SC）・予算
    **** を部門ごとに積み上げる。
    *****************************************************************
        01 WS-BV-DEPT-IX            PIC S9(5) COMP VALUE ZERO.
        01 WS-BV-DEPT-TAB.
           13 WS-BV-DEPT-ENTRY      OCCURS 10000 TIMES.
              15 WS-BV-ACT-HC       PIC S9(7) COMP-3.
              15 WS-BV-ACT-SALARY   PIC S9(11)V99 COMP-3.
              15 WS-BV-PND-HC       PIC S9(7) COMP-3.
              15 WS-BV-PND-SALARY   PIC S9(11)V99 COMP-3.
              15 WS-BV-BUD-HC       PIC S9(7) COMP-3.
              15 WS-BV-BUD-SALARY   PIC S9(11)V99 COMP-3.
              15 WS-BV-BUD-SW       PIC X(1).
                 88 BV-BUDGET-FOUND          VALUE "Y".
        01 WS-BV-PROJ-HC            PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-BV-PROJ-SALARY        PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-BV-TOT-ACT-HC         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-BV-TOT-ACT-SALARY     PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-BV-TOT-PND-HC         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-BV-TOT-PND-SALARY     PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-BV-TOT-BUD-HC         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-BV-TOT-BUD-SALARY     PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-LOOKUP-DEPT-NUMBER    PIC 9(4) VALUE ZERO.
        01 WS-LOOKUP-DEPT-NAME      PIC X(20) VALUE SPACE.

    **** 保留明細の原形を区分コード別に読み替えるワーク
        COPY "tranxrec.cpy".

    *****************************************************************
    **** レポート印刷用ワーク（頁制御・見出し・明細・合計行）
    **** 1 部門を給与行・定員行（超過時は警告行）で印字する。
    **** 差異＝予算－（実績＋保留）。負の差異が超過を表す。
    *****************************************************************
        01 WS-RPT-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
        01 WS-RPT-LINE-COUNT        PIC 9(2) COMP VALUE 99.
        01 WS-RPT-LINES-PER-PAGE    PIC 9(2) COMP VALUE 55.
        01 WS-RPT-HEADING-1.
           13 FILLER                PIC X(25)
                   VALUE "DEPT BUDGET VARIANCE".
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RH1-DATE           PIC 9(8).
           13 FILLER                PIC X(6) VALUE "  ENV ".
           13 WS-RH1-ENV            PIC X(8).
           13 FILLER                PIC X(7) VALUE "  PAGE ".
           13 WS-RH1-PAGE           PIC ZZZ9.
        01 WS-RPT-FY-LINE.
           13 FILLER                PIC X(12) VALUE "FISCAL YEAR ".
           13 WS-RFY-YEAR           PIC 9(4).
           13 FILLER                PIC X(15)
                   VALUE "  (FIRST MONTH ".
           13 WS-RFY-START-MONTH    PIC 9(2).
           13 FILLER                PIC X(1) VALUE ")".
        01 WS-RPT-COL-HEADING.
           13 FILLER                PIC X(30) VALUE "DEPT NAME".
           13 FILLER                PIC X(13) VALUE "      BUDGET".
           13 FILLER                PIC X(13) VALUE "      ACTUAL".
           13 FILLER                PIC X(12) VALUE "    PENDING".
           13 FILLER                PIC X(12) VALUE "    VARIANCE".
        01 WS-RPT-SALARY-LINE.
           13 WS-BVS-DEPT           PIC X(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-BVS-NAME           PIC X(20).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 FILLER                PIC X(3) VALUE "SAL".
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-BVS-BUDGET         PIC ZZZZZZZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-BVS-ACTUAL         PIC ZZZZZZZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-BVS-PENDING        PIC -------9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-BVS-VARIANCE       PIC --------9.99.
        01 WS-RPT-HEADCOUNT-LINE.
           13 FILLER                PIC X(26) VALUE SPACE.
           13 FILLER                PIC X(3) VALUE "HC ".
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-BVH-BUDGET         PIC ZZZZZZZZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-BVH-ACTUAL         PIC ZZZZZZZZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-BVH-PENDING        PIC ----------9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-BVH-VARIANCE       PIC -----------9.
        01 WS-RPT-FLAG-LINE.
           13 FILLER                PIC X(30) VALUE SPACE.
           13 WS-BVF-FLAG-1         PIC X(20).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-BVF-FLAG-2         PIC X(20).
        01 WS-RPT-COUNT-LINE.
           13 WS-RCT-LABEL          PIC X(20).
           13 WS-RCT-COUNT          PIC ZZZZZ9.

    **** 日付＋時刻 14 桁タイムスタンプ編集用ワーク
        01 WS-TS-DATE               PIC 9(8).
        01 WS-TS-TIME               PIC 9(6).
        01 WS-TIMESTAMP-14          PIC 9(14).

    *****************************************************************
    **** データベース接続用ワーク（ENVNAME2／ENVDATA は procobc.cob
    **** と同じ規約で TNS 接続別名を選ぶ）。
    *****************************************************************
        01 ENVNAME1                 PIC X(9) VALUE "ORAENV".
        01 ENVNAME2                 PIC X(8).

        EXEC SQL INCLUDE SQLCA END-EXEC.

        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01 ENVDATA         PIC X(20).
         01 ORACLE-USERID   PIC X(20).
         01 ORACLE_P        PIC X(20).
         01 ACT-DEPT-NUMBER PIC S9(4) COMP VALUE ZERO.
         01 ACT-HEADCOUNT   PIC S9(9) COMP VALUE ZERO.
         01 ACT-SALARY-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
         01 PND-EMP-NUMBER  PIC 9(5)       VALUE ZERO.
         01 PND-SALARY      PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 PND-DEPT-NUMBER PIC S9(4) COMP VALUE ZERO.
        EXEC SQL END DECLARE SECTION END-EXEC.
    *****************************************************************
        PROCEDURE                   DIVISION.
    *****************************************************************
        0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           PERFORM 1100-SELECT-ENVIRONMENT  THRU 1100-EXIT.
           PERFORM 1150-CONNECT-DATABASE    THRU 1150-EXIT.
           IF NOT OPEN-FAILED
               INITIALIZE WS-BV-DEPT-TAB
               PERFORM 2000-LOAD-ACTUALS        THRU 2000-EXIT
               PERFORM 3000-LOAD-HELD-PENDING   THRU 3000-EXIT
               PERFORM 3200-LOAD-APPROVAL-PENDING THRU 3200-EXIT
               PERFORM 4000-LOAD-BUDGETS        THRU 4000-EXIT
               PERFORM 5000-PRINT-VARIANCE      THRU 5000-EXIT
               PERFORM 6000-WRITE-TOTALS        THRU 6000-EXIT
               CLOSE DEPT-BUDGET-FILE
               CLOSE DEPARTMENT-REF
               CLOSE VARIANCE-REPORT
               IF HOLD-OPEN
                   CLOSE TRANSACTION-HOLD
               END-IF
               IF APRV-OPEN
                   CLOSE APPROVAL-FILE
               END-IF
           END-IF.
    **** スケジューラーが超過の有無で呼出しできるよう終了コード
    **** を返す。
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（パラメーター取得とファイルのオープン）
    **** TRANHOLD・APRVPEND がまだ無いときは保留ゼロとして続ける。
    *****************************************************************
        1000-INITIALIZE.
           PERFORM 1050-GET-FISCAL-YEAR THRU 1050-EXIT.
           OPEN OUTPUT VARIANCE-REPORT.
           IF WS-BUDGVRPT-STATUS NOT = "00"
               DISPLAY "VARIANCE-REPORT OPEN FAILED, STATUS="
                       WS-BUDGVRPT-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPT-BUDGET-FILE.
           IF WS-DEPTBUDG-STATUS NOT = "00"
               DISPLAY "DEPT-BUDGET-FILE OPEN FAILED, STATUS="
                       WS-DEPTBUDG-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPARTMENT-REF.
           IF WS-DEPTREF-STATUS NOT = "00"
               DISPLAY "DEPARTMENT-REF OPEN FAILED, STATUS="
                       WS-DEPTREF-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT TRANSACTION-HOLD.
           EVALUATE WS-TRANHOLD-STATUS
               WHEN "00"
                   SET HOLD-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "TRANSACTION-HOLD NOT FOUND, NO HELD ITEMS"
               WHEN OTHER
                   DISPLAY "TRANSACTION-HOLD OPEN FAILED, STATUS="
                           WS-TRANHOLD-STATUS
                   SET OPEN-FAILED TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
                   GO TO 1000-EXIT
           END-EVALUATE.
           OPEN INPUT APPROVAL-FILE.
           EVALUATE WS-APRVPEND-STATUS
               WHEN "00"
                   SET APRV-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "APPROVAL-FILE NOT FOUND, NO PENDING ITEMS"
               WHEN OTHER
                   DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS="
                           WS-APRVPEND-STATUS
                   SET OPEN-FAILED TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-EVALUATE.
        1000-EXIT.
           EXIT.

    **** 年度開始月（FYSTMON、01～12、既定 04）と対象年度（BUDGFY）
    **** の取得。年度未指定時は実行日から求める（開始月より前の月
    **** は前年の年度に属する）。
        1050-GET-FISCAL-YEAR.
           DISPLAY "FYSTMON"           UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-FYSTMON-AREA FROM ENVIRONMENT-VALUE.
           IF WS-PARM-FYSTMON-AREA IS NUMERIC
              AND WS-PARM-FYSTMON-AREA >= "01"
              AND WS-PARM-FYSTMON-AREA <= "12"
               MOVE WS-PARM-FYSTMON-AREA TO WS-FY-START-MONTH
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TS-DATE             TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY            TO WS-FISCAL-YEAR.
           IF WS-RUN-MM < WS-FY-START-MONTH
               SUBTRACT 1 FROM WS-FISCAL-YEAR
           END-IF.
           DISPLAY "BUDGFY"            UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-FY-AREA     FROM ENVIRONMENT-VALUE.
           IF WS-PARM-FY-AREA IS NUMERIC
              AND WS-PARM-FY-AREA NOT < "1900"
               MOVE WS-PARM-FY-AREA    TO WS-FISCAL-YEAR
           END-IF.
           DISPLAY "BUDGET VARIANCE FOR FISCAL YEAR " WS-FISCAL-YEAR.
        1050-EXIT.
           EXIT.

    *****************************************************************
    **** 1100  接続先環境の選択（procobc.cob と同じ規約）
    *****************************************************************
        1100-SELECT-ENVIRONMENT.
           DISPLAY ENVNAME1            UPON ENVIRONMENT-NAME.
           ACCEPT  ENVNAME2            FROM ENVIRONMENT-VALUE.
           EVALUATE ENVNAME2
               WHEN "DEV"
                   MOVE "DEVTNS"       TO ENVDATA
               WHEN "TEST"
                   MOVE "TESTTNS"      TO ENVDATA
               WHEN "PROD"
                   MOVE "PRODTNS"      TO ENVDATA
               WHEN OTHER
                   MOVE "DEVTNS"       TO ENVDATA
           END-EVALUATE.
           DISPLAY "ENVNAME2 IS [" ENVNAME2 "]".
           DISPLAY "ENVDATA  IS [" ENVDATA  "]".
        1100-EXIT.
           EXIT.

    *****************************************************************
    **** 1150  ORACLE_P をマスクしたまま Oracle へ接続する。
    ****       パスワードは画面／ログへ出さない。
    *****************************************************************
        1150-CONNECT-DATABASE.
           DISPLAY "ORACLE_USERID"     UPON ENVIRONMENT-NAME.
           ACCEPT  ORACLE-USERID       FROM ENVIRONMENT-VALUE.
           DISPLAY "ORACLW_PWD"        UPON ENVIRONMENT-NAME.
           ACCEPT  ORACLE_P            FROM ENVIRONMENT-VALUE.
           EXEC SQL
               CONNECT :ORACLE-USERID IDENTIFIED BY :ORACLE_P
                   USING :ENVDATA
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "ORACLE CONNECT FAILED, SQLCODE=" SQLCODE
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           ELSE
               DISPLAY "ORACLE CONNECT OK, ENVIRONMENT=" ENVNAME2
           END-IF.
        1150-EXIT.
           EXIT.

    *****************************************************************
    **** 2000  実績：EMP 表の在職者を部門別に数え、給与を合計する
    **** 在職区分は旧データでは空のことがあるので NVL で補う。
    *****************************************************************
        2000-LOAD-ACTUALS.
           EXEC SQL
               DECLARE BVACT-CURSOR CURSOR FOR
                   SELECT DEPT_NUMBER, COUNT(*), NVL(SUM(SALARY), 0)
                     FROM EMP
                    WHERE NVL(EMP_STATUS, 'A') = 'A'
                    GROUP BY DEPT_NUMBER
                    ORDER BY DEPT_NUMBER
           END-EXEC.
           EXEC SQL OPEN BVACT-CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "BVACT-CURSOR OPEN FAILED, SQLCODE=" SQLCODE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FETCH-ACTUAL THRU 2100-EXIT
               UNTIL ACT-FETCH-EOF.
           EXEC SQL CLOSE BVACT-CURSOR END-EXEC.
        2000-EXIT.
           EXIT.

    **** 部門 1 行分の実績を集計表へ置く。
        2100-FETCH-ACTUAL.
           EXEC SQL
               FETCH BVACT-CURSOR
                INTO :ACT-DEPT-NUMBER, :ACT-HEADCOUNT,
                     :ACT-SALARY-TOTAL
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 1403
                   SET ACT-FETCH-EOF TO TRUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY "BVACT-CURSOR FETCH FAILED, SQLCODE="
                           SQLCODE
                   SET ACT-FETCH-EOF TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               WHEN ACT-DEPT-NUMBER < ZERO
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-BV-DEPT-IX = ACT-DEPT-NUMBER + 1
                   MOVE ACT-HEADCOUNT
                           TO WS-BV-ACT-HC (WS-BV-DEPT-IX)
                   MOVE ACT-SALARY-TOTAL
                           TO WS-BV-ACT-SALARY (WS-BV-DEPT-IX)
           END-EVALUATE.
        2100-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  保留：TRANHOLD の NH／SC を転記待ちとして積み上げる
    *****************************************************************
        3000-LOAD-HELD-PENDING.
           IF NOT HOLD-OPEN
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-HOLD THRU 3100-EXIT
               UNTIL HOLD-EOF.
        3000-EXIT.
           EXIT.

        3100-READ-HOLD.
           READ TRANSACTION-HOLD
               AT END
                   SET HOLD-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE HOLD-TRANX-IMAGE    TO TRANX-RECORD.
           PERFORM 3500-ADD-PENDING THRU 3500-EXIT.
        3100-EXIT.
           EXIT.

    *****************************************************************
    **** 3200  保留：APRVPEND の承認待ち（P）・承認済み未転記（A）
    **** の NH／SC も転記待ちとして積み上げる。却下（R）と転記済み
    **** （D）は除く。
    *****************************************************************
        3200-LOAD-APPROVAL-PENDING.
           IF NOT APRV-OPEN
               GO TO 3200-EXIT
           END-IF.
           MOVE LOW-VALUE TO APRV-KEY.
           START APPROVAL-FILE
               KEY IS NOT LESS THAN APRV-KEY
               INVALID KEY
                   SET APRV-EOF TO TRUE
           END-START.
           PERFORM 3300-READ-APPROVAL THRU 3300-EXIT
               UNTIL APRV-EOF.
        3200-EXIT.
           EXIT.

        3300-READ-APPROVAL.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET APRV-EOF TO TRUE
                   GO TO 3300-EXIT
           END-READ.
           IF WS-APRVPEND-STATUS NOT = "00"
               DISPLAY "APPROVAL-FILE READ NEXT FAILED, STATUS="
                       WS-APRVPEND-STATUS
               SET APRV-EOF TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF APRV-PENDING OR APRV-APPROVED
               MOVE APRV-TRANX-IMAGE TO TRANX-RECORD
               PERFORM 3500-ADD-PENDING THRU 3500-EXIT
           END-IF.
        3300-EXIT.
           EXIT.

    **** 転記待ち 1 件の積上げ。NH は配属部門へ 1 名と初任給与を、
    **** SC は EMP 表の現部門へ新給与と現給与の差額を加える
    **** （在職者でない社員の SC は転記で拒否されるので数えない）。
        3500-ADD-PENDING.
           EVALUATE TRUE
               WHEN TRANX-NEW-HIRE
                   IF TRANX-NH-DEPT IS NOT NUMERIC
                      OR TRANX-NH-START-SALARY IS NOT NUMERIC
                       ADD 1 TO WS-PENDING-SKIP-COUNT
                       GO TO 3500-EXIT
                   END-IF
                   COMPUTE WS-BV-DEPT-IX = TRANX-NH-DEPT + 1
                   ADD 1 TO WS-BV-PND-HC (WS-BV-DEPT-IX)
                   ADD TRANX-NH-START-SALARY
                           TO WS-BV-PND-SALARY (WS-BV-DEPT-IX)
                   ADD 1 TO WS-PENDING-COUNT
               WHEN TRANX-SALARY-CHANGE
                   IF TRANX-EMP-NUMBER IS NOT NUMERIC
                      OR TRANX-SC-NEW-SALARY IS NOT NUMERIC
                       ADD 1 TO WS-PENDING-SKIP-COUNT
                       GO TO 3500-EXIT
                   END-IF
                   MOVE TRANX-EMP-NUMBER TO PND-EMP-NUMBER
                   EXEC SQL
                       SELECT SALARY, DEPT_NUMBER
                         INTO :PND-SALARY, :PND-DEPT-NUMBER
                         FROM EMP
                        WHERE EMP_NUMBER = :PND-EMP-NUMBER
                          AND NVL(EMP_STATUS, 'A') = 'A'
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 1403
                           ADD 1 TO WS-PENDING-SKIP-COUNT
                       WHEN SQLCODE NOT = ZERO
                           DISPLAY "EMP SELECT FAILED, SQLCODE="
                                   SQLCODE
                           MOVE 12 TO WS-NEW-SEVERITY
                           PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
                       WHEN PND-DEPT-NUMBER < ZERO
                           ADD 1 TO WS-PENDING-SKIP-COUNT
                       WHEN OTHER
                           COMPUTE WS-BV-DEPT-IX = PND-DEPT-NUMBER + 1
                           COMPUTE WS-BV-PND-SALARY (WS-BV-DEPT-IX) =
                                   WS-BV-PND-SALARY (WS-BV-DEPT-IX)
                                 + TRANX-SC-NEW-SALARY - PND-SALARY
                           ADD 1 TO WS-PENDING-COUNT
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
        3500-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  予算：DEPTBUDG から対象年度の予算と定員を取り込む
    *****************************************************************
        4000-LOAD-BUDGETS.
           MOVE LOW-VALUE TO BUDGET-KEY.
           START DEPT-BUDGET-FILE
               KEY IS NOT LESS THAN BUDGET-KEY
               INVALID KEY
                   SET BUDGET-EOF TO TRUE
           END-START.
           PERFORM 4100-READ-BUDGET THRU 4100-EXIT
               UNTIL BUDGET-EOF.
        4000-EXIT.
           EXIT.

        4100-READ-BUDGET.
           READ DEPT-BUDGET-FILE NEXT RECORD
               AT END
                   SET BUDGET-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF WS-DEPTBUDG-STATUS NOT = "00"
               DISPLAY "DEPT-BUDGET-FILE READ NEXT FAILED, STATUS="
                       WS-DEPTBUDG-STATUS
               SET BUDGET-EOF TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 4100-EXIT
           END-IF.
           IF BUDGET-FISCAL-YEAR NOT = WS-FISCAL-YEAR
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-BV-DEPT-IX = BUDGET-DEPT-NUMBER + 1.
           MOVE BUDGET-SALARY-AMOUNT
                   TO WS-BV-BUD-SALARY (WS-BV-DEPT-IX).
           MOVE BUDGET-HEADCOUNT     TO WS-BV-BUD-HC (WS-BV-DEPT-IX).
           SET BV-BUDGET-FOUND (WS-BV-DEPT-IX) TO TRUE.
        4100-EXIT.
           EXIT.

    *****************************************************************
    **** 5000  部門別予実差異の印字
    **** 予算・実績・保留のどれかがある部門だけを部門番号順に出す。
    *****************************************************************
        5000-PRINT-VARIANCE.
           PERFORM 5100-PRINT-DEPT THRU 5100-EXIT
               VARYING WS-BV-DEPT-IX FROM 1 BY 1
               UNTIL WS-BV-DEPT-IX > 10000.
        5000-EXIT.
           EXIT.

        5100-PRINT-DEPT.
           IF NOT BV-BUDGET-FOUND (WS-BV-DEPT-IX)
              AND WS-BV-ACT-HC (WS-BV-DEPT-IX) = ZERO
              AND WS-BV-PND-HC (WS-BV-DEPT-IX) = ZERO
              AND WS-BV-PND-SALARY (WS-BV-DEPT-IX) = ZERO
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE "N" TO WS-OVER-BUDGET-SW.
           MOVE "N" TO WS-OVER-HEADCOUNT-SW.
           MOVE "N" TO WS-NO-BUDGET-SW.
           COMPUTE WS-BV-PROJ-HC = WS-BV-ACT-HC (WS-BV-DEPT-IX)
                                 + WS-BV-PND-HC (WS-BV-DEPT-IX).
           COMPUTE WS-BV-PROJ-SALARY =
                   WS-BV-ACT-SALARY (WS-BV-DEPT-IX)
                 + WS-BV-PND-SALARY (WS-BV-DEPT-IX).
           IF BV-BUDGET-FOUND (WS-BV-DEPT-IX)
               IF WS-BV-PROJ-SALARY > WS-BV-BUD-SALARY (WS-BV-DEPT-IX)
                   SET DEPT-OVER-BUDGET TO TRUE
                   ADD 1 TO WS-OVER-BUDGET-COUNT
               END-IF
               IF WS-BV-PROJ-HC > WS-BV-BUD-HC (WS-BV-DEPT-IX)
                   SET DEPT-OVER-HEADCOUNT TO TRUE
                   ADD 1 TO WS-OVER-HEADCOUNT-COUNT
               END-IF
           ELSE
               SET DEPT-NO-BUDGET TO TRUE
               ADD 1 TO WS-NO-BUDGET-COUNT
           END-IF.
           IF WS-RPT-LINE-COUNT + 3 > WS-RPT-LINES-PER-PAGE
               PERFORM 8100-VARIANCE-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           COMPUTE WS-LOOKUP-DEPT-NUMBER = WS-BV-DEPT-IX - 1.
           PERFORM 8130-LOOKUP-DEPT-REF THRU 8130-EXIT.
           MOVE WS-LOOKUP-DEPT-NUMBER TO WS-BVS-DEPT.
           MOVE WS-LOOKUP-DEPT-NAME   TO WS-BVS-NAME.
           MOVE WS-BV-BUD-SALARY (WS-BV-DEPT-IX) TO WS-BVS-BUDGET.
           MOVE WS-BV-ACT-SALARY (WS-BV-DEPT-IX) TO WS-BVS-ACTUAL.
           MOVE WS-BV-PND-SALARY (WS-BV-DEPT-IX) TO WS-BVS-PENDING.
           COMPUTE WS-BVS-VARIANCE =
                   WS-BV-BUD-SALARY (WS-BV-DEPT-IX) - WS-BV-PROJ-SALARY.
           MOVE WS-BV-BUD-HC (WS-BV-DEPT-IX)     TO WS-BVH-BUDGET.
           MOVE WS-BV-ACT-HC (WS-BV-DEPT-IX)     TO WS-BVH-ACTUAL.
           MOVE WS-BV-PND-HC (WS-BV-DEPT-IX)     TO WS-BVH-PENDING.
           COMPUTE WS-BVH-VARIANCE =
                   WS-BV-BUD-HC (WS-BV-DEPT-IX) - WS-BV-PROJ-HC.
           PERFORM 8000-WRITE-DEPT-LINES THRU 8000-EXIT.
           ADD WS-BV-ACT-HC (WS-BV-DEPT-IX)     TO WS-BV-TOT-ACT-HC.
           ADD WS-BV-ACT-SALARY (WS-BV-DEPT-IX) TO WS-BV-TOT-ACT-SALARY.
           ADD WS-BV-PND-HC (WS-BV-DEPT-IX)     TO WS-BV-TOT-PND-HC.
           ADD WS-BV-PND-SALARY (WS-BV-DEPT-IX) TO WS-BV-TOT-PND-SALARY.
           ADD WS-BV-BUD-HC (WS-BV-DEPT-IX)     TO WS-BV-TOT-BUD-HC.
           ADD WS-BV-BUD-SALARY (WS-BV-DEPT-IX) TO WS-BV-TOT-BUD-SALARY.
        5100-EXIT.
           EXIT.

    *****************************************************************
    **** 6000  総合計行・件数合計行の印字と重大度の確定
    **** 超過・予算未登録の部門が 1 つでもあれば 4 とする。
    *****************************************************************
        6000-WRITE-TOTALS.
           IF WS-RPT-LINE-COUNT + 10 > WS-RPT-LINES-PER-PAGE
               PERFORM 8100-VARIANCE-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE "ALL "               TO WS-BVS-DEPT.
           MOVE "GRAND TOTAL"        TO WS-BVS-NAME.
           MOVE WS-BV-TOT-BUD-SALARY TO WS-BVS-BUDGET.
           MOVE WS-BV-TOT-ACT-SALARY TO WS-BVS-ACTUAL.
           MOVE WS-BV-TOT-PND-SALARY TO WS-BVS-PENDING.
           COMPUTE WS-BVS-VARIANCE = WS-BV-TOT-BUD-SALARY
                   - WS-BV-TOT-ACT-SALARY - WS-BV-TOT-PND-SALARY.
           MOVE WS-BV-TOT-BUD-HC     TO WS-BVH-BUDGET.
           MOVE WS-BV-TOT-ACT-HC     TO WS-BVH-ACTUAL.
           MOVE WS-BV-TOT-PND-HC     TO WS-BVH-PENDING.
           COMPUTE WS-BVH-VARIANCE = WS-BV-TOT-BUD-HC
                   - WS-BV-TOT-ACT-HC - WS-BV-TOT-PND-HC.
           MOVE "N"                  TO WS-OVER-BUDGET-SW.
           MOVE "N"                  TO WS-OVER-HEADCOUNT-SW.
           MOVE "N"                  TO WS-NO-BUDGET-SW.
           PERFORM 8000-WRITE-DEPT-LINES THRU 8000-EXIT.
           MOVE "DEPARTMENTS LISTED =" TO WS-RCT-LABEL.
           MOVE WS-LISTED-COUNT      TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "OVER BUDGET        =" TO WS-RCT-LABEL.
           MOVE WS-OVER-BUDGET-COUNT TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "OVER HEADCOUNT     =" TO WS-RCT-LABEL.
           MOVE WS-OVER-HEADCOUNT-COUNT TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "NO BUDGET ON FILE  =" TO WS-RCT-LABEL.
           MOVE WS-NO-BUDGET-COUNT   TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "PENDING ITEMS      =" TO WS-RCT-LABEL.
           MOVE WS-PENDING-COUNT     TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "PENDING SKIPPED    =" TO WS-RCT-LABEL.
           MOVE WS-PENDING-SKIP-COUNT TO WS-RCT-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           IF WS-OVER-BUDGET-COUNT > ZERO
              OR WS-OVER-HEADCOUNT-COUNT > ZERO
              OR WS-NO-BUDGET-COUNT > ZERO
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
           DISPLAY "BUDGET VARIANCE: DEPTS=" WS-LISTED-COUNT
                   " OVER-BUDGET=" WS-OVER-BUDGET-COUNT
                   " OVER-HEADCOUNT=" WS-OVER-HEADCOUNT-COUNT
                   " NO-BUDGET=" WS-NO-BUDGET-COUNT.
        6000-EXIT.
           EXIT.

    **** 1 部門分（給与行・定員行・警告行）の印字。警告行は予算が
    **** 無いか、どちらかを超えているときだけ出す。
        8000-WRITE-DEPT-LINES.
           MOVE WS-RPT-SALARY-LINE  TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           MOVE WS-RPT-HEADCOUNT-LINE TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           MOVE SPACE               TO WS-BVF-FLAG-1.
           MOVE SPACE               TO WS-BVF-FLAG-2.
           IF DEPT-NO-BUDGET
               MOVE "** NO BUDGET ON FILE" TO WS-BVF-FLAG-1
           END-IF.
           IF DEPT-OVER-BUDGET
               MOVE "** OVER BUDGET"       TO WS-BVF-FLAG-1
           END-IF.
           IF DEPT-OVER-HEADCOUNT
               MOVE "** OVER HEADCOUNT"    TO WS-BVF-FLAG-2
           END-IF.
           IF WS-BVF-FLAG-1 NOT = SPACE
              OR WS-BVF-FLAG-2 NOT = SPACE
               MOVE WS-RPT-FLAG-LINE TO VARIANCE-REPORT-RECORD
               WRITE VARIANCE-REPORT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-RPT-LINE-COUNT
           END-IF.
        8000-EXIT.
           EXIT.

    **** 改頁し、実行見出し・年度・欄見出しを印字する。
        8100-VARIANCE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TS-DATE          TO WS-RH1-DATE.
           MOVE ENVNAME2            TO WS-RH1-ENV.
           MOVE WS-RPT-PAGE-NUMBER  TO WS-RH1-PAGE.
           MOVE WS-RPT-HEADING-1    TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD
               AFTER ADVANCING PAGE.
           MOVE WS-FISCAL-YEAR      TO WS-RFY-YEAR.
           MOVE WS-FY-START-MONTH   TO WS-RFY-START-MONTH.
           MOVE WS-RPT-FY-LINE      TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE WS-RPT-COL-HEADING  TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE               TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 4                   TO WS-RPT-LINE-COUNT.
        8100-EXIT.
           EXIT.

    **** 部門参照ファイルから部門名を引く（無ければ空白）。
        8130-LOOKUP-DEPT-REF.
           MOVE SPACE                TO WS-LOOKUP-DEPT-NAME.
           MOVE WS-LOOKUP-DEPT-NUMBER TO DEPT-REF-NUMBER.
           READ DEPARTMENT-REF
               KEY IS DEPT-REF-NUMBER
               INVALID KEY
                   MOVE "(NOT ON DEPTREF)" TO WS-LOOKUP-DEPT-NAME
               NOT INVALID KEY
                   MOVE DEPT-REF-NAME TO WS-LOOKUP-DEPT-NAME
           END-READ.
        8130-EXIT.
           EXIT.

        8200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE   TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        8200-EXIT.
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
