    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 RETROCLC.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  RETROACTIVE PAY CALCULATION:
    ****                   SELECT THE SALARY CHANGES IN SALARY_HISTORY
    ****                   POSTED IN THE RETROFRM/RETROTHR RUN-DATE
    ****                   RANGE (DEFAULT TODAY) WHOSE EFFECTIVE DATE
    ****                   FALLS BEFORE THE CURRENT PAY PERIOD
    ****                   (RETROPER, DEFAULT THE FIRST OF THE RUN
    ****                   MONTH).  SALARY IS AN ANNUAL RATE AND PAY
    ****                   PERIODS ARE CALENDAR MONTHS: FOR EACH
    ****                   PERIOD FROM THE EFFECTIVE DATE UP TO THE
    ****                   CURRENT PERIOD, THE DIFFERENCE IS OWED (OR
    ****                   RECOVERED, FOR A DECREASE) AT ONE TWELFTH
    ****                   OF THE ANNUAL DIFFERENCE, PRORATED BY
    ****                   CALENDAR DAYS IN A PART PERIOD.  WRITE THE
    ****                   RETROPAY INTERFACE FILE FOR PAYROLL (RH
    ****                   HEADER, RD PER EMPLOYEE PER PERIOD, RT
    ****                   TRAILER WITH COUNT, EMP HASH AND OWED /
    ****                   RECOVERED TOTALS) AND THE RETRORPT REPORT.
    ****                   RETURN CODES: 0 CLEAN, 4 A HISTORY ROW
    ****                   SKIPPED FOR A BAD EFFECTIVE DATE,
    ****                   12 CONNECT/OPEN/SQL FAILURE.
    **** 2026-10-15  K.O.  SKIP THE NEW XFER (DEPARTMENT TRANSFER)
    ****                   HISTORY ROWS, WHICH CARRY OLD = NEW SALARY.
    **** 2026-10-15  K.O.  AN SQL FAILURE NO LONGER LEAVES A PARTIAL
    ****                   RETROPAY WITH AN RT TRAILER: THE FILE IS
    ****                   EMPTIED INSTEAD.  THE RH HEADER NOW CARRIES
    ****                   THE RUN TIMESTAMP, WHICH GLEXTRCT RECORDS
    ****                   ONCE THE FILE IS POSTED.  SEVERITY
    ****                   PARAGRAPH RENUMBERED 9100.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** 給与計算部門へ引き渡す遡及給与インターフェースファイル
           SELECT RETRO-PAY-FILE    ASSIGN TO "RETROPAY"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-RETROPAY-STATUS.
    **** 遡及給与計算レポート
           SELECT RETRO-REPORT      ASSIGN TO "RETRORPT"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-RETRORPT-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
    **** glextrct.cob と共有するレコード様式はコピー本で取り込む。
        FD  RETRO-PAY-FILE.
        COPY "retroprc.cpy".

        FD  RETRO-REPORT.
        01 RETRO-REPORT-RECORD      PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-RETROPAY-STATUS       PIC X(2) VALUE "00".
        01 WS-RETRORPT-STATUS       PIC X(2) VALUE "00".

    *****************************************************************
    **** 終了コード（0=正常 4=発効日不正の行あり 12=接続／オープン
    **** ／SQL 障害）用ワーク
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** パラメーター（環境変数）
    **** RETROPER 当期給与期間の開始日（既定は実行月の 1 日）
    **** RETROFRM／RETROTHR 給与履歴の転記日の範囲（既定は当日）。
    **** 夜間に流し損ねた日があれば範囲を広げて取り込む。
    *****************************************************************
        01 WS-PARM-PERIOD-AREA      PIC X(8) VALUE SPACE.
        01 WS-PARM-FROM-AREA        PIC X(8) VALUE SPACE.
        01 WS-PARM-THRU-AREA        PIC X(8) VALUE SPACE.
        01 WS-CURRENT-PERIOD-START  PIC 9(8) VALUE ZERO.
        01 WS-POSTED-FROM-DATE      PIC 9(8) VALUE ZERO.
        01 WS-POSTED-THRU-DATE      PIC 9(8) VALUE ZERO.

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-HIST-EOF-SW           PIC X(1) VALUE "N".
           88 HIST-FETCH-EOF                 VALUE "Y".
        01 WS-ROWS-FETCHED          PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-ROWS-SKIPPED          PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-DETAIL-COUNT          PIC S9(7) COMP-3 VALUE ZERO.

    *****************************************************************
    **** 遡及額の算出ワーク
    **** 給与期間は暦月。期間の開始日・翌期間の開始日を通日番号
    **** に直し、当該期間のうち遡及の対象になる日数を数える。
    *****************************************************************
        01 WS-PERIOD-DATE           PIC 9(8) VALUE ZERO.
        01 WS-PERIOD-DATE-R         REDEFINES WS-PERIOD-DATE.
           13 WS-PERIOD-YYYY        PIC 9(4).
           13 WS-PERIOD-MM          PIC 9(2).
           13 WS-PERIOD-DD          PIC 9(2).
        01 WS-NEXT-PERIOD-DATE      PIC 9(8) VALUE ZERO.
        01 WS-NEXT-PERIOD-DATE-R    REDEFINES WS-NEXT-PERIOD-DATE.
           13 WS-NEXT-YYYY          PIC 9(4).
           13 WS-NEXT-MM            PIC 9(2).
           13 WS-NEXT-DD            PIC 9(2).
        01 WS-PERIOD-END-DATE       PIC 9(8) VALUE ZERO.
        01 WS-PERIOD-INTEGER        PIC S9(9) COMP VALUE ZERO.
        01 WS-NEXT-INTEGER          PIC S9(9) COMP VALUE ZERO.
        01 WS-EFF-INTEGER           PIC S9(9) COMP VALUE ZERO.
        01 WS-CURRENT-INTEGER       PIC S9(9) COMP VALUE ZERO.
        01 WS-COVER-FROM-INTEGER    PIC S9(9) COMP VALUE ZERO.
        01 WS-COVER-THRU-INTEGER    PIC S9(9) COMP VALUE ZERO.
        01 WS-DAYS-COVERED          PIC S9(3) COMP VALUE ZERO.
        01 WS-DAYS-IN-PERIOD        PIC S9(3) COMP VALUE ZERO.
        01 WS-ANNUAL-DIFFERENCE     PIC S9(7)V99 COMP-3 VALUE ZERO.
        01 WS-RETRO-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
        01 WS-ABS-AMOUNT            PIC S9(7)V99 COMP-3 VALUE ZERO.

    *****************************************************************
    **** トレーラー用の集計ワーク
    *****************************************************************
        01 WS-EMP-HASH              PIC S9(11) COMP-3 VALUE ZERO.
        01 WS-OWED-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-RECOVER-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-NET-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.

    *****************************************************************
    **** レポート印刷用ワーク（頁制御・見出し・明細・合計行）
    *****************************************************************
        01 WS-RPT-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
        01 WS-RPT-LINE-COUNT        PIC 9(2) COMP VALUE 99.
        01 WS-RPT-LINES-PER-PAGE    PIC 9(2) COMP VALUE 55.
        01 WS-RPT-HEADING-1.
           13 FILLER                PIC X(25)
                   VALUE "RETROACTIVE PAY".
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RH1-DATE           PIC 9(8).
           13 FILLER                PIC X(6) VALUE "  ENV ".
           13 WS-RH1-ENV            PIC X(8).
           13 FILLER                PIC X(7) VALUE "  PAGE ".
           13 WS-RH1-PAGE           PIC ZZZ9.
        01 WS-RPT-RANGE-LINE.
           13 FILLER                PIC X(15)
                   VALUE "PERIOD START   ".
           13 WS-RR-PERIOD          PIC 9(8).
           13 FILLER                PIC X(15)
                   VALUE "  POSTED FROM  ".
           13 WS-RR-FROM            PIC 9(8).
           13 FILLER                PIC X(6) VALUE " THRU ".
           13 WS-RR-THRU            PIC 9(8).
        01 WS-RPT-COL-HEADING.
           13 FILLER                PIC X(11) VALUE "EMPNO DEPT".
           13 FILLER                PIC X(9)  VALUE "EFF-DATE".
           13 FILLER                PIC X(9)  VALUE "PER-END".
           13 FILLER                PIC X(6)  VALUE "DAYS".
           13 FILLER                PIC X(10) VALUE "   OLD-SAL".
           13 FILLER                PIC X(10) VALUE "   NEW-SAL".
           13 FILLER                PIC X(5)  VALUE " RSN".
           13 FILLER                PIC X(13)
                   VALUE "    AMOUNT  D".
        01 WS-RPT-DETAIL.
           13 WS-RD-EMP-NUMBER      PIC 9(5).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-DEPT            PIC 9(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-EFF-DATE        PIC 9(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-PERIOD-END      PIC 9(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-COVERED         PIC Z9.
           13 FILLER                PIC X(1) VALUE "/".
           13 WS-RD-IN-PERIOD       PIC Z9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-OLD-SALARY      PIC ZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-NEW-SALARY      PIC ZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-REASON          PIC X(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-DIRECTION       PIC X(1).
        01 WS-RPT-SKIP-LINE.
           13 FILLER                PIC X(6) VALUE "  EMP ".
           13 WS-RSK-EMP-NUMBER     PIC 9(5).
           13 FILLER                PIC X(5) VALUE " EFF ".
           13 WS-RSK-EFF-DATE       PIC 9(8).
           13 FILLER                PIC X(30)
                   VALUE " SKIPPED: BAD EFFECTIVE DATE".
        01 WS-RPT-AMOUNT-LINE.
           13 WS-RA-LABEL           PIC X(20).
           13 WS-RA-AMOUNT          PIC ----,---,---,--9.99.
        01 WS-RPT-COUNT-LINE.
           13 WS-RC-LABEL           PIC X(20).
           13 WS-RC-COUNT           PIC ZZZZZZ9.
        01 WS-RPT-PRINT-LINE        PIC X(80) VALUE SPACE.

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
         01 RTR-EMP-NUMBER  PIC 9(5)       VALUE ZERO.
         01 RTR-DEPT-NUMBER PIC S9(4) COMP VALUE ZERO.
         01 RTR-OLD-SALARY  PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 RTR-NEW-SALARY  PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 RTR-REASON-CODE PIC X(4)       VALUE SPACE.
         01 RTR-EFF-DATE    PIC 9(8)       VALUE ZERO.
         01 SEL-PERIOD-START PIC 9(8)      VALUE ZERO.
         01 SEL-FROM-TS     PIC 9(14)      VALUE ZERO.
         01 SEL-THRU-TS     PIC 9(14)      VALUE ZERO.
        EXEC SQL END DECLARE SECTION END-EXEC.
    *****************************************************************
        PROCEDURE                   DIVISION.
    *****************************************************************
        0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           PERFORM 1100-SELECT-ENVIRONMENT  THRU 1100-EXIT.
           PERFORM 1150-CONNECT-DATABASE    THRU 1150-EXIT.
           IF NOT OPEN-FAILED
               PERFORM 2000-CALCULATE-RETRO THRU 2000-EXIT
               IF WS-HIGHEST-SEVERITY < 12
                   PERFORM 3000-WRITE-TRAILER   THRU 3000-EXIT
               ELSE
                   PERFORM 3100-DISCARD-RETROPAY THRU 3100-EXIT
               END-IF
               PERFORM 4000-WRITE-TOTALS    THRU 4000-EXIT
               CLOSE RETRO-PAY-FILE
               CLOSE RETRO-REPORT
           END-IF.
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（パラメーター取得とファイルのオープン）
    *****************************************************************
        1000-INITIALIZE.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TS-DATE             TO WS-PERIOD-DATE.
           MOVE 01                     TO WS-PERIOD-DD.
           MOVE WS-PERIOD-DATE         TO WS-CURRENT-PERIOD-START.
           MOVE WS-TS-DATE             TO WS-POSTED-FROM-DATE.
           MOVE WS-TS-DATE             TO WS-POSTED-THRU-DATE.
           DISPLAY "RETROPER"          UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-PERIOD-AREA FROM ENVIRONMENT-VALUE.
           IF WS-PARM-PERIOD-AREA IS NUMERIC
              AND WS-PARM-PERIOD-AREA NOT < "16010101"
               MOVE WS-PARM-PERIOD-AREA TO WS-CURRENT-PERIOD-START
           END-IF.
           DISPLAY "RETROFRM"          UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-FROM-AREA   FROM ENVIRONMENT-VALUE.
           IF WS-PARM-FROM-AREA IS NUMERIC
               MOVE WS-PARM-FROM-AREA  TO WS-POSTED-FROM-DATE
           END-IF.
           DISPLAY "RETROTHR"          UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-THRU-AREA   FROM ENVIRONMENT-VALUE.
           IF WS-PARM-THRU-AREA IS NUMERIC
               MOVE WS-PARM-THRU-AREA  TO WS-POSTED-THRU-DATE
           END-IF.
           MOVE WS-CURRENT-PERIOD-START TO SEL-PERIOD-START.
           COMPUTE SEL-FROM-TS = WS-POSTED-FROM-DATE * 1000000.
           COMPUTE SEL-THRU-TS = WS-POSTED-THRU-DATE * 1000000
                               + 235959.
           PERFORM 9200-COMPUTE-CURRENT-INTEGER THRU 9200-EXIT.
           OPEN OUTPUT RETRO-PAY-FILE.
           IF WS-RETROPAY-STATUS NOT = "00"
               DISPLAY "RETRO-PAY-FILE OPEN FAILED, STATUS="
                       WS-RETROPAY-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RETRO-REPORT.
           IF WS-RETRORPT-STATUS NOT = "00"
               DISPLAY "RETRO-REPORT OPEN FAILED, STATUS="
                       WS-RETRORPT-STATUS
               CLOSE RETRO-PAY-FILE
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
        1000-EXIT.
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
    **** 2000  遡及対象の給与変更を読み、給与期間ごとの遡及額を
    **** 書き出す。対象は転記日が範囲内で、発効日が当期給与期間
    **** より前の給与変更（SC）行。採用（旧給与 0）と退職（新給与
    **** 0）と部門異動（XFER）の行は給与変更ではないので除く。
    *****************************************************************
        2000-CALCULATE-RETRO.
           MOVE SPACE                  TO RETRO-RECORD.
           MOVE "RH"                   TO RETRO-TYPE-CODE.
           MOVE WS-TS-DATE             TO RETRO-RH-RUN-DATE.
           MOVE WS-CURRENT-PERIOD-START TO RETRO-RH-PERIOD-START.
           MOVE WS-POSTED-FROM-DATE    TO RETRO-RH-POSTED-FROM.
           MOVE WS-POSTED-THRU-DATE    TO RETRO-RH-POSTED-THRU.
           MOVE WS-TIMESTAMP-14        TO RETRO-RH-RUN-STAMP.
           WRITE RETRO-RECORD.
           EXEC SQL
               DECLARE RETRO-CURSOR CURSOR FOR
                   SELECT EMP_NUMBER, DEPT_NUMBER, OLD_SALARY,
                          NEW_SALARY, REASON_CODE, EFFECTIVE_DATE
                     FROM SALARY_HISTORY
                    WHERE EFFECTIVE_DATE < :SEL-PERIOD-START
                      AND RUN_TIMESTAMP >= :SEL-FROM-TS
                      AND RUN_TIMESTAMP <= :SEL-THRU-TS
                      AND OLD_SALARY <> 0
                      AND NEW_SALARY <> 0
                      AND REASON_CODE <> 'XFER'
                    ORDER BY EMP_NUMBER, EFFECTIVE_DATE,
                             RUN_TIMESTAMP
           END-EXEC.
           EXEC SQL OPEN RETRO-CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "RETRO-CURSOR OPEN FAILED, SQLCODE=" SQLCODE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FETCH-HISTORY-ROW THRU 2100-EXIT
               UNTIL HIST-FETCH-EOF.
           EXEC SQL CLOSE RETRO-CURSOR END-EXEC.
        2000-EXIT.
           EXIT.

    **** 給与履歴 1 行の取込み。
        2100-FETCH-HISTORY-ROW.
           EXEC SQL
               FETCH RETRO-CURSOR
                INTO :RTR-EMP-NUMBER, :RTR-DEPT-NUMBER,
                     :RTR-OLD-SALARY, :RTR-NEW-SALARY,
                     :RTR-REASON-CODE, :RTR-EFF-DATE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 1403
                   SET HIST-FETCH-EOF TO TRUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY "RETRO-CURSOR FETCH FAILED, SQLCODE="
                           SQLCODE
                   SET HIST-FETCH-EOF TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ROWS-FETCHED
                   PERFORM 2200-SPREAD-CHANGE THRU 2200-EXIT
           END-EVALUATE.
        2100-EXIT.
           EXIT.

    *****************************************************************
    **** 2200  給与変更 1 件を、発効日を含む月から当期給与期間の
    **** 前月まで、暦月ごとの遡及額に割り付ける。
    *****************************************************************
        2200-SPREAD-CHANGE.
           MOVE RTR-EFF-DATE           TO WS-PERIOD-DATE.
           IF RTR-EFF-DATE < 16010101
              OR WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
              OR WS-PERIOD-DD < 01 OR WS-PERIOD-DD > 31
               ADD 1 TO WS-ROWS-SKIPPED
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               MOVE RTR-EMP-NUMBER     TO WS-RSK-EMP-NUMBER
               MOVE RTR-EFF-DATE       TO WS-RSK-EFF-DATE
               MOVE WS-RPT-SKIP-LINE   TO WS-RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WS-ANNUAL-DIFFERENCE =
               RTR-NEW-SALARY - RTR-OLD-SALARY.
           COMPUTE WS-EFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(RTR-EFF-DATE).
           MOVE 01                     TO WS-PERIOD-DD.
           PERFORM 2300-RETRO-ONE-PERIOD THRU 2300-EXIT
               UNTIL WS-PERIOD-DATE NOT < WS-CURRENT-PERIOD-START.
        2200-EXIT.
           EXIT.

    **** 1 給与期間（暦月）分の遡及額を求めて書き出し、次の月へ
    **** 進める。遡及日数は発効日と当期開始日で切り詰める。
        2300-RETRO-ONE-PERIOD.
           MOVE WS-PERIOD-DATE         TO WS-NEXT-PERIOD-DATE.
           IF WS-PERIOD-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 01                 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           COMPUTE WS-PERIOD-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-DATE).
           COMPUTE WS-NEXT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-DATE).
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-INTEGER - 1).
           COMPUTE WS-DAYS-IN-PERIOD =
               WS-NEXT-INTEGER - WS-PERIOD-INTEGER.
           IF WS-EFF-INTEGER > WS-PERIOD-INTEGER
               MOVE WS-EFF-INTEGER     TO WS-COVER-FROM-INTEGER
           ELSE
               MOVE WS-PERIOD-INTEGER  TO WS-COVER-FROM-INTEGER
           END-IF.
           IF WS-CURRENT-INTEGER < WS-NEXT-INTEGER
               COMPUTE WS-COVER-THRU-INTEGER = WS-CURRENT-INTEGER - 1
           ELSE
               COMPUTE WS-COVER-THRU-INTEGER = WS-NEXT-INTEGER - 1
           END-IF.
           COMPUTE WS-DAYS-COVERED =
               WS-COVER-THRU-INTEGER - WS-COVER-FROM-INTEGER + 1.
           IF WS-DAYS-COVERED > ZERO
               COMPUTE WS-RETRO-AMOUNT ROUNDED =
                   WS-ANNUAL-DIFFERENCE * WS-DAYS-COVERED
                   / (12 * WS-DAYS-IN-PERIOD)
               IF WS-RETRO-AMOUNT NOT = ZERO
                   PERFORM 2400-WRITE-RETRO-DETAIL THRU 2400-EXIT
               END-IF
           END-IF.
           MOVE WS-NEXT-PERIOD-DATE    TO WS-PERIOD-DATE.
        2300-EXIT.
           EXIT.

    **** 遡及明細 1 件を書き、トレーラーの集計に加えて印字する。
        2400-WRITE-RETRO-DETAIL.
           MOVE SPACE                  TO RETRO-RECORD.
           MOVE "RD"                   TO RETRO-TYPE-CODE.
           MOVE RTR-EMP-NUMBER         TO RETRO-RD-EMP-NUMBER.
           MOVE RTR-DEPT-NUMBER        TO RETRO-RD-DEPT-NUMBER.
           MOVE WS-PERIOD-DATE         TO RETRO-RD-PERIOD-START.
           MOVE WS-PERIOD-END-DATE     TO RETRO-RD-PERIOD-END.
           MOVE RTR-EFF-DATE           TO RETRO-RD-EFFECTIVE-DATE.
           MOVE RTR-OLD-SALARY         TO RETRO-RD-OLD-SALARY.
           MOVE RTR-NEW-SALARY         TO RETRO-RD-NEW-SALARY.
           MOVE RTR-REASON-CODE        TO RETRO-RD-REASON-CODE.
           MOVE WS-DAYS-COVERED        TO RETRO-RD-DAYS-COVERED.
           MOVE WS-DAYS-IN-PERIOD      TO RETRO-RD-DAYS-IN-PERIOD.
           IF WS-RETRO-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-RETRO-AMOUNT
               MOVE "R"                TO RETRO-RD-DIRECTION
               ADD WS-ABS-AMOUNT       TO WS-RECOVER-TOTAL
           ELSE
               MOVE WS-RETRO-AMOUNT    TO WS-ABS-AMOUNT
               MOVE "O"                TO RETRO-RD-DIRECTION
               ADD WS-ABS-AMOUNT       TO WS-OWED-TOTAL
           END-IF.
           MOVE WS-ABS-AMOUNT          TO RETRO-RD-AMOUNT.
           MOVE RETRO-RD-DIRECTION     TO WS-RD-DIRECTION.
           WRITE RETRO-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD RTR-EMP-NUMBER          TO WS-EMP-HASH.
           MOVE RTR-EMP-NUMBER         TO WS-RD-EMP-NUMBER.
           MOVE RTR-DEPT-NUMBER        TO WS-RD-DEPT.
           MOVE RTR-EFF-DATE           TO WS-RD-EFF-DATE.
           MOVE WS-PERIOD-END-DATE     TO WS-RD-PERIOD-END.
           MOVE WS-DAYS-COVERED        TO WS-RD-COVERED.
           MOVE WS-DAYS-IN-PERIOD      TO WS-RD-IN-PERIOD.
           MOVE RTR-OLD-SALARY         TO WS-RD-OLD-SALARY.
           MOVE RTR-NEW-SALARY         TO WS-RD-NEW-SALARY.
           MOVE RTR-REASON-CODE        TO WS-RD-REASON.
           MOVE WS-ABS-AMOUNT          TO WS-RD-AMOUNT.
           MOVE WS-RPT-DETAIL          TO WS-RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
        2400-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  トレーラーの書出し（件数・社員番号ハッシュ・支払／
    **** 回収の合計）。給与計算部門はトレーラーで検収する。
    *****************************************************************
        3000-WRITE-TRAILER.
           MOVE SPACE                  TO RETRO-RECORD.
           MOVE "RT"                   TO RETRO-TYPE-CODE.
           MOVE WS-DETAIL-COUNT        TO RETRO-RT-RECORD-COUNT.
           MOVE WS-EMP-HASH            TO RETRO-RT-EMP-HASH.
           MOVE WS-OWED-TOTAL          TO RETRO-RT-OWED-TOTAL.
           MOVE WS-RECOVER-TOTAL       TO RETRO-RT-RECOVER-TOTAL.
           WRITE RETRO-RECORD.
        3000-EXIT.
           EXIT.

    *****************************************************************
    **** 3100  SQL 異常終了時の RETROPAY の破棄。途中までの明細に
    **** トレーラーを付けると検収を通ってしまうため、トレーラーは
    **** 書かずにファイルを空で作り直す。
    *****************************************************************
        3100-DISCARD-RETROPAY.
           CLOSE RETRO-PAY-FILE.
           OPEN OUTPUT RETRO-PAY-FILE.
           IF WS-RETROPAY-STATUS NOT = "00"
               DISPLAY "RETRO-PAY-FILE REOPEN FAILED, STATUS="
                       WS-RETROPAY-STATUS
           END-IF.
           DISPLAY "CALCULATION FAILED: NO RETROPAY FILE WRITTEN".
        3100-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  合計行と件数行の印字
    *****************************************************************
        4000-WRITE-TOTALS.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-REPORT-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE SPACE                  TO WS-RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "OWED TOTAL         =" TO WS-RA-LABEL.
           MOVE WS-OWED-TOTAL          TO WS-RA-AMOUNT.
           PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT.
           MOVE "RECOVERED TOTAL    =" TO WS-RA-LABEL.
           MOVE WS-RECOVER-TOTAL       TO WS-RA-AMOUNT.
           PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT.
           COMPUTE WS-NET-TOTAL = WS-OWED-TOTAL - WS-RECOVER-TOTAL.
           MOVE "NET RETRO TOTAL    =" TO WS-RA-LABEL.
           MOVE WS-NET-TOTAL           TO WS-RA-AMOUNT.
           PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT.
           MOVE "HISTORY ROWS READ  =" TO WS-RC-LABEL.
           MOVE WS-ROWS-FETCHED        TO WS-RC-COUNT.
           PERFORM 8300-WRITE-COUNT-LINE THRU 8300-EXIT.
           MOVE "HISTORY ROWS SKIP  =" TO WS-RC-LABEL.
           MOVE WS-ROWS-SKIPPED        TO WS-RC-COUNT.
           PERFORM 8300-WRITE-COUNT-LINE THRU 8300-EXIT.
           MOVE "RETRO DETAIL RECS  =" TO WS-RC-LABEL.
           MOVE WS-DETAIL-COUNT        TO WS-RC-COUNT.
           PERFORM 8300-WRITE-COUNT-LINE THRU 8300-EXIT.
           DISPLAY "RETRO PAY DETAILS=" WS-DETAIL-COUNT
                   " NET=" WS-NET-TOTAL.
        4000-EXIT.
           EXIT.

    **** 編集済みの 1 行を印字する（必要なら改頁）。
        8000-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-REPORT-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE WS-RPT-PRINT-LINE      TO RETRO-REPORT-RECORD.
           WRITE RETRO-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        8000-EXIT.
           EXIT.

    **** 改頁し、実行見出し・条件・欄見出しを印字する。
        8100-REPORT-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           MOVE WS-TS-DATE             TO WS-RH1-DATE.
           MOVE ENVNAME2               TO WS-RH1-ENV.
           MOVE WS-RPT-PAGE-NUMBER     TO WS-RH1-PAGE.
           MOVE WS-RPT-HEADING-1       TO RETRO-REPORT-RECORD.
           WRITE RETRO-REPORT-RECORD
               AFTER ADVANCING PAGE.
           MOVE WS-CURRENT-PERIOD-START TO WS-RR-PERIOD.
           MOVE WS-POSTED-FROM-DATE    TO WS-RR-FROM.
           MOVE WS-POSTED-THRU-DATE    TO WS-RR-THRU.
           MOVE WS-RPT-RANGE-LINE      TO RETRO-REPORT-RECORD.
           WRITE RETRO-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE WS-RPT-COL-HEADING     TO RETRO-REPORT-RECORD.
           WRITE RETRO-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE                  TO RETRO-REPORT-RECORD.
           WRITE RETRO-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 4                      TO WS-RPT-LINE-COUNT.
        8100-EXIT.
           EXIT.

        8200-WRITE-AMOUNT-LINE.
           MOVE WS-RPT-AMOUNT-LINE     TO WS-RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
        8200-EXIT.
           EXIT.

        8300-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE      TO WS-RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
        8300-EXIT.
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

    *****************************************************************
    **** 9200  当期給与期間開始日の通日番号の算出
    **** 暦の計算だけは通常の命令では書けないため、組込み関数を
    **** 用いる（audmgmt.cob の保持期限算出と同じ）。
    *****************************************************************
        9200-COMPUTE-CURRENT-INTEGER.
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-PERIOD-START).
        9200-EXIT.
           EXIT.
