    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 EMPPURGE.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  SUPERVISED ANNUAL PURGE OF
    ****                   TERMINATED EMPLOYEES: SELECT EMP ROWS WITH
    ****                   STATUS T WHOSE TERM_DATE IS OLDER THAN THE
    ****                   PRGYEARS RETENTION (DEFAULT 7 YEARS), WRITE
    ****                   THE FINAL EMPMAST IMAGE AND EVERY
    ****                   SALARY_HISTORY ROW TO THE LONG-TERM
    ****                   ARCHIVE (PURGARCH), THEN DELETE THE EMP ROW
    ****                   AND THE EMPLOYEE-MASTER RECORD TOGETHER SO
    ****                   EMPAUDIT FINDS NO ORPHAN, AND PRINT A PURGE
    ****                   REGISTER (PURGREG) WITH COUNTS AND SALARY
    ****                   TOTALS.  AN EMPLOYEE WITH A TRANSACTION
    ****                   STILL ON TRANHOLD, RECYCLE OR OPEN ON
    ****                   APRVPEND IS REFUSED.  WITHOUT PRGCONF=YES
    ****                   NOTHING IS ARCHIVED OR DELETED AND THE
    ****                   REGISTER SHOWS A PREVIEW.  RETURN CODES:
    ****                   0 ALL PURGED, 4 SOME REFUSED OR PREVIEW
    ****                   ONLY, 12 CONNECT/OPEN/SQL/ARCHIVE FAILURE.
    **** 2026-10-15  K.O.  A FAILED COMMIT NOW ROLLS BACK THE EMP DELETE
    ****                   AND RE-WRITES THE EMPLOYEE-MASTER RECORD FROM
    ****                   THE IMAGE SAVED BEFORE ITS DELETE.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** 社員マスター（最終像の保存と削除）
           SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS WRK-ITEM1
                                     FILE STATUS IS WS-EMPMAST-STATUS.
    **** 発効日未到来の保留トランザクション（残っている社員は拒否）
           SELECT TRANSACTION-HOLD  ASSIGN TO "TRANHOLD"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TRANHOLD-STATUS.
    **** 拒否トランザクション再循環ファイル（同上）
           SELECT RECYCLE-FILE      ASSIGN TO "RECYCLE"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-RECYCLE-STATUS.
    **** 二重承認待ちファイル（承認待ち・承認済み未転記は拒否）
           SELECT APPROVAL-FILE     ASSIGN TO "APRVPEND"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS APRV-KEY
                                     FILE STATUS IS WS-APRVPEND-STATUS.
    **** 退職者の長期保存ファイル（追記）
           SELECT PURGE-ARCHIVE     ASSIGN TO "PURGARCH"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-PURGARCH-STATUS.
    **** 削除登記簿
           SELECT PURGE-REGISTER    ASSIGN TO "PURGREG"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-PURGREG-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
    **** procobc.cob と共有するレコード様式はコピー本で取り込む。
        FD  EMPLOYEE-MASTER.
        COPY "empmstrc.cpy".

        FD  TRANSACTION-HOLD.
        COPY "holdrc.cpy".

        FD  RECYCLE-FILE.
        01 RECYCLE-RECORD.
           13 RECYCLE-TRANX-IMAGE   PIC X(80).
           13 RECYCLE-REASON-CODE   PIC X(4).

        FD  APPROVAL-FILE.
        COPY "aprvrc.cpy".

        FD  PURGE-ARCHIVE.
        COPY "purgarc.cpy".

        FD  PURGE-REGISTER.
        01 PURGE-REGISTER-RECORD    PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-EMPMAST-STATUS        PIC X(2) VALUE "00".
        01 WS-TRANHOLD-STATUS       PIC X(2) VALUE "00".
        01 WS-RECYCLE-STATUS        PIC X(2) VALUE "00".
        01 WS-APRVPEND-STATUS       PIC X(2) VALUE "00".
        01 WS-PURGARCH-STATUS       PIC X(2) VALUE "00".
        01 WS-PURGREG-STATUS        PIC X(2) VALUE "00".

    *****************************************************************
    **** 終了コード（0=全件削除 4=拒否有りまたは下見のみ
    **** 12=接続／オープン／SQL／保存障害）用ワーク
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-APPLY-SW              PIC X(1) VALUE "N".
           88 APPLY-RUN                      VALUE "Y".
        01 WS-PURGE-EOF-SW          PIC X(1) VALUE "N".
           88 PURGE-EOF                      VALUE "Y".
        01 WS-PHIST-EOF-SW          PIC X(1) VALUE "N".
           88 PHIST-EOF                      VALUE "Y".
        01 WS-HOLD-EOF-SW           PIC X(1) VALUE "N".
           88 HOLD-EOF                       VALUE "Y".
        01 WS-RECYCLE-EOF-SW        PIC X(1) VALUE "N".
           88 RECYCLE-EOF                    VALUE "Y".
        01 WS-APRV-EOF-SW           PIC X(1) VALUE "N".
           88 APRV-EOF                       VALUE "Y".
        01 WS-MASTER-FOUND-SW       PIC X(1) VALUE "N".
           88 MASTER-FOUND                   VALUE "Y".
        01 WS-EMP-FAILED-SW         PIC X(1) VALUE "N".
           88 EMP-PURGE-FAILED               VALUE "Y".
        01 WS-CANDIDATE-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-PURGED-COUNT          PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-PREVIEW-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-REFUSED-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-ERROR-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-HIST-ROW-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-EMP-HIST-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-PURGED-SALARY         PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-REFUSED-SALARY        PIC S9(11)V99 COMP-3 VALUE ZERO.

    *****************************************************************
    **** 保存期間・確認パラメーター（環境変数 PRGYEARS＝退職日から
    **** の保存年数、既定 7。PRGCONF=YES が無ければ何も書き換え
    **** ない下見実行。）退職日が基準日（本日の PRGYEARS 年前）より
    **** 前の社員が対象。
    *****************************************************************
        01 WS-PARM-YEARS-AREA       PIC X(2) VALUE SPACE.
        01 WS-RETENTION-YEARS       PIC 9(2) VALUE 7.
        01 WS-PARM-CONFIRM          PIC X(3) VALUE SPACE.

    *****************************************************************
    **** 削除拒否表（添字＝社員番号＋1）。保留中のトランザクション
    **** がある社員に印を付ける（H=TRANHOLD R=RECYCLE A=APRVPEND）。
    *****************************************************************
        01 WS-PG-EMP-IX             PIC S9(7) COMP VALUE ZERO.
        01 WS-PG-BLOCK-TAB.
           13 WS-PG-BLOCK-FLAG      PIC X(1) OCCURS 100000 TIMES.
        01 WS-PG-NEW-FLAG           PIC X(1) VALUE SPACE.

    **** 保留明細の原形を区分コード別に読み替えるワーク
        COPY "tranxrec.cpy".

    *****************************************************************
    **** 削除登記簿の見出し・明細・件数行
    *****************************************************************
        01 WS-RPT-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
        01 WS-RPT-LINE-COUNT        PIC 9(2) COMP VALUE 99.
        01 WS-RPT-LINES-PER-PAGE    PIC 9(2) COMP VALUE 55.
        01 WS-RPT-HEADING-1.
           13 FILLER                PIC X(25)
                   VALUE "EMPLOYEE PURGE REGISTER".
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RH1-DATE           PIC 9(8).
           13 FILLER                PIC X(7) VALUE "  PAGE ".
           13 WS-RH1-PAGE           PIC ZZZ9.
        01 WS-RPT-RANGE-LINE.
           13 FILLER                PIC X(27)
                   VALUE "TERMINATED BEFORE (CUTOFF)=".
           13 WS-RR-CUTOFF          PIC 9(8).
           13 FILLER                PIC X(8) VALUE "  KEEP= ".
           13 WS-RR-YEARS           PIC Z9.
           13 FILLER                PIC X(12) VALUE " YEARS MODE=".
           13 WS-RR-MODE            PIC X(7).
        01 WS-RPT-COL-HEADING.
           13 FILLER                PIC X(7)  VALUE "EMPNO".
           13 FILLER                PIC X(21) VALUE "EMP-NAME".
           13 FILLER                PIC X(5)  VALUE "DEPT".
           13 FILLER                PIC X(9)  VALUE "TERMDATE".
           13 FILLER                PIC X(11) VALUE " LAST-SAL".
           13 FILLER                PIC X(5)  VALUE "HIST".
           13 FILLER                PIC X(11) VALUE "DISPOSITION".
        01 WS-RPT-DETAIL.
           13 WS-PD-EMP-NUMBER      PIC 9(5).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-PD-EMP-NAME        PIC X(20).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-PD-DEPT            PIC 9(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-PD-TERM-DATE       PIC 9(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-PD-SALARY          PIC ---,--9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-PD-HIST-COUNT      PIC ZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-PD-DISPOSITION     PIC X(20).
        01 WS-RPT-COUNT-LINE.
           13 WS-RC-LABEL           PIC X(20).
           13 WS-RC-COUNT           PIC ZZZZZ9.
        01 WS-RPT-AMOUNT-LINE.
           13 WS-RA-LABEL           PIC X(20).
           13 WS-RA-AMOUNT          PIC ---,---,--9.99.

    **** 保存レコードに記録する OS ユーザー
        01 WS-OS-USER-ID            PIC X(20).

    **** 確定失敗時に社員マスターを書き戻すための削除前の像
        01 WS-PRG-MST-SAVE          PIC X(59).

    **** 日付＋時刻 14 桁タイムスタンプ編集用ワーク
        01 WS-TS-DATE               PIC 9(8).
        01 WS-TS-TIME               PIC 9(6).
        01 WS-TIMESTAMP-14          PIC 9(14).
        01 WS-PURGE-TS              PIC 9(14) VALUE ZERO.

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
         01 PRG-CUTOFF-DATE PIC 9(8)       VALUE ZERO.
         01 PRG-EMP-NUMBER  PIC 9(5)       VALUE ZERO.
         01 PRG-EMP-NAME    PIC X(20)      VALUE SPACE.
         01 PRG-SALARY      PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 PRG-DEPT-NUMBER PIC S9(4) COMP VALUE ZERO.
         01 PRG-HIRE-DATE   PIC 9(8)       VALUE ZERO.
         01 PRG-TERM-DATE   PIC 9(8)       VALUE ZERO.
         01 PHS-ROW-COUNT   PIC S9(9) COMP VALUE ZERO.
         01 PHS-DEPT-NUMBER PIC S9(4) COMP VALUE ZERO.
         01 PHS-OLD-SALARY  PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 PHS-NEW-SALARY  PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 PHS-REASON-CODE PIC X(4)       VALUE SPACE.
         01 PHS-EFF-DATE    PIC 9(8)       VALUE ZERO.
         01 PHS-RUN-TS      PIC 9(14)      VALUE ZERO.
         01 PHS-OS-USER     PIC X(20)      VALUE SPACE.
        EXEC SQL END DECLARE SECTION END-EXEC.
    *****************************************************************
        PROCEDURE                   DIVISION.
    *****************************************************************
        0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           PERFORM 1100-SELECT-ENVIRONMENT  THRU 1100-EXIT.
           PERFORM 1150-CONNECT-DATABASE    THRU 1150-EXIT.
           PERFORM 1200-GET-OS-USER         THRU 1200-EXIT.
           IF NOT OPEN-FAILED
               PERFORM 1500-LOAD-BLOCKED    THRU 1500-EXIT
           END-IF.
           IF NOT OPEN-FAILED
               PERFORM 2000-PURGE-EMPLOYEES THRU 2000-EXIT
               PERFORM 4000-WRITE-TOTALS    THRU 4000-EXIT
               CLOSE EMPLOYEE-MASTER
               CLOSE PURGE-REGISTER
               IF APPLY-RUN
                   CLOSE PURGE-ARCHIVE
               END-IF
           END-IF.
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（ファイルのオープンとパラメーター取得）
    **** 保存ファイルは適用実行のときだけ開く（下見では書かない）。
    *****************************************************************
        1000-INITIALIZE.
           DISPLAY "PRGYEARS"          UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-YEARS-AREA  FROM ENVIRONMENT-VALUE.
           IF WS-PARM-YEARS-AREA IS NUMERIC
              AND WS-PARM-YEARS-AREA NOT = ZERO
               MOVE WS-PARM-YEARS-AREA TO WS-RETENTION-YEARS
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TIMESTAMP-14        TO WS-PURGE-TS.
           COMPUTE PRG-CUTOFF-DATE =
                   WS-TS-DATE - WS-RETENTION-YEARS * 10000.
           DISPLAY "PURGE CUTOFF TERM DATE=" PRG-CUTOFF-DATE
                   " RETENTION YEARS=" WS-RETENTION-YEARS.
           DISPLAY "PRGCONF"           UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-CONFIRM     FROM ENVIRONMENT-VALUE.
           IF WS-PARM-CONFIRM = "YES"
               SET APPLY-RUN           TO TRUE
           ELSE
               DISPLAY "PRGCONF=YES NOT SET, PREVIEW ONLY"
           END-IF.
           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER OPEN FAILED, STATUS="
                       WS-EMPMAST-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT PURGE-REGISTER.
           IF WS-PURGREG-STATUS NOT = "00"
               DISPLAY "PURGE-REGISTER OPEN FAILED, STATUS="
                       WS-PURGREG-STATUS
               CLOSE EMPLOYEE-MASTER
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF NOT APPLY-RUN
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND PURGE-ARCHIVE.
    **** 保存ファイルが無い初回は新規作成する。
           IF WS-PURGARCH-STATUS = "35"
               OPEN OUTPUT PURGE-ARCHIVE
           END-IF.
           IF WS-PURGARCH-STATUS NOT = "00"
               DISPLAY "PURGE-ARCHIVE OPEN FAILED, STATUS="
                       WS-PURGARCH-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE PURGE-REGISTER
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

    **** 保存レコードに記録する OS ユーザーを捕捉する。
        1200-GET-OS-USER.
           DISPLAY "LOGNAME"        UPON ENVIRONMENT-NAME.
           ACCEPT  WS-OS-USER-ID    FROM ENVIRONMENT-VALUE.
           IF WS-OS-USER-ID = SPACE
               DISPLAY "USER"       UPON ENVIRONMENT-NAME
               ACCEPT  WS-OS-USER-ID FROM ENVIRONMENT-VALUE
           END-IF.
        1200-EXIT.
           EXIT.

    *****************************************************************
    **** 1500  削除拒否表の作成
    **** TRANHOLD・RECYCLE に残っている明細と、APRVPEND の承認待ち
    **** （P）・承認済み未転記（A）の明細の社員に印を付ける。
    **** まだ転記される可能性のある社員を消すと、その明細が後で
    **** 「社員なし」で落ちるため。ファイルがまだ無ければ対象なし。
    **** 開けるのに読めないときは安全側に倒し、何も消さない。
    *****************************************************************
        1500-LOAD-BLOCKED.
           MOVE SPACE                  TO WS-PG-BLOCK-TAB.
           OPEN INPUT TRANSACTION-HOLD.
           EVALUATE WS-TRANHOLD-STATUS
               WHEN "00"
                   MOVE "H"            TO WS-PG-NEW-FLAG
                   PERFORM 1510-READ-HOLD THRU 1510-EXIT
                       UNTIL HOLD-EOF
                   CLOSE TRANSACTION-HOLD
               WHEN "35"
                   DISPLAY "TRANSACTION-HOLD NOT FOUND, NO HELD ITEMS"
               WHEN OTHER
                   DISPLAY "TRANSACTION-HOLD OPEN FAILED, STATUS="
                           WS-TRANHOLD-STATUS
                   PERFORM 1590-BLOCK-FAILED THRU 1590-EXIT
                   GO TO 1500-EXIT
           END-EVALUATE.
           OPEN INPUT RECYCLE-FILE.
           EVALUATE WS-RECYCLE-STATUS
               WHEN "00"
                   MOVE "R"            TO WS-PG-NEW-FLAG
                   PERFORM 1520-READ-RECYCLE THRU 1520-EXIT
                       UNTIL RECYCLE-EOF
                   CLOSE RECYCLE-FILE
               WHEN "35"
                   DISPLAY "RECYCLE-FILE NOT FOUND, NO RECYCLED ITEMS"
               WHEN OTHER
                   DISPLAY "RECYCLE-FILE OPEN FAILED, STATUS="
                           WS-RECYCLE-STATUS
                   PERFORM 1590-BLOCK-FAILED THRU 1590-EXIT
                   GO TO 1500-EXIT
           END-EVALUATE.
           OPEN INPUT APPROVAL-FILE.
           EVALUATE WS-APRVPEND-STATUS
               WHEN "00"
                   MOVE "A"            TO WS-PG-NEW-FLAG
                   MOVE LOW-VALUE      TO APRV-KEY
                   START APPROVAL-FILE
                       KEY IS NOT LESS THAN APRV-KEY
                       INVALID KEY
                           SET APRV-EOF TO TRUE
                   END-START
                   PERFORM 1530-READ-APPROVAL THRU 1530-EXIT
                       UNTIL APRV-EOF
                   CLOSE APPROVAL-FILE
               WHEN "35"
                   DISPLAY "APPROVAL-FILE NOT FOUND, NO PENDING ITEMS"
               WHEN OTHER
                   DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS="
                           WS-APRVPEND-STATUS
                   PERFORM 1590-BLOCK-FAILED THRU 1590-EXIT
           END-EVALUATE.
        1500-EXIT.
           EXIT.

        1510-READ-HOLD.
           READ TRANSACTION-HOLD
               AT END
                   SET HOLD-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           MOVE HOLD-TRANX-IMAGE    TO TRANX-RECORD.
           PERFORM 1550-MARK-BLOCKED THRU 1550-EXIT.
        1510-EXIT.
           EXIT.

        1520-READ-RECYCLE.
           READ RECYCLE-FILE
               AT END
                   SET RECYCLE-EOF TO TRUE
                   GO TO 1520-EXIT
           END-READ.
           MOVE RECYCLE-TRANX-IMAGE TO TRANX-RECORD.
           PERFORM 1550-MARK-BLOCKED THRU 1550-EXIT.
        1520-EXIT.
           EXIT.

        1530-READ-APPROVAL.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET APRV-EOF TO TRUE
                   GO TO 1530-EXIT
           END-READ.
           IF WS-APRVPEND-STATUS NOT = "00"
               DISPLAY "APPROVAL-FILE READ NEXT FAILED, STATUS="
                       WS-APRVPEND-STATUS
               SET APRV-EOF TO TRUE
               PERFORM 1590-BLOCK-FAILED THRU 1590-EXIT
               GO TO 1530-EXIT
           END-IF.
           IF APRV-PENDING OR APRV-APPROVED
               MOVE APRV-TRANX-IMAGE TO TRANX-RECORD
               PERFORM 1550-MARK-BLOCKED THRU 1550-EXIT
           END-IF.
        1530-EXIT.
           EXIT.

    **** 明細 1 件の社員に印を付ける（BH／BT と社員番号の壊れた
    **** 明細は社員を特定できないので除く）。先に付いた印を残す。
        1550-MARK-BLOCKED.
           IF TRANX-BATCH-HEADER
              OR TRANX-BATCH-TRAILER
              OR TRANX-EMP-NUMBER IS NOT NUMERIC
               GO TO 1550-EXIT
           END-IF.
           COMPUTE WS-PG-EMP-IX = TRANX-EMP-NUMBER + 1.
           IF WS-PG-BLOCK-FLAG (WS-PG-EMP-IX) = SPACE
               MOVE WS-PG-NEW-FLAG TO WS-PG-BLOCK-FLAG (WS-PG-EMP-IX)
           END-IF.
        1550-EXIT.
           EXIT.

        1590-BLOCK-FAILED.
           DISPLAY "PENDING TRANSACTIONS NOT READABLE, PURGE REFUSED".
           SET OPEN-FAILED TO TRUE.
           MOVE 12 TO WS-NEW-SEVERITY.
           PERFORM 9100-SET-SEVERITY THRU 9100-EXIT.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PURGE-REGISTER.
           IF APPLY-RUN
               CLOSE PURGE-ARCHIVE
           END-IF.
        1590-EXIT.
           EXIT.

    *****************************************************************
    **** 2000  削除本体
    **** 退職日が基準日より前の退職者（EMP_STATUS='T'）を社員番号
    **** 順に読み、1 名ずつ 保存→EMP 削除→EMPMAST 削除→確定
    **** を行う。保存に失敗した社員は何も消さない。
    *****************************************************************
        2000-PURGE-EMPLOYEES.
           PERFORM 8100-REGISTER-PAGE-HEADING THRU 8100-EXIT.
           EXEC SQL
               DECLARE PURGE-CURSOR CURSOR FOR
                   SELECT EMP_NUMBER, EMP_NAME, NVL(SALARY, 0),
                          DEPT_NUMBER, NVL(HIRE_DATE, 0), TERM_DATE
                     FROM EMP
                    WHERE EMP_STATUS = 'T'
                      AND TERM_DATE > 0
                      AND TERM_DATE < :PRG-CUTOFF-DATE
                    ORDER BY EMP_NUMBER
           END-EXEC.
           EXEC SQL OPEN PURGE-CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "PURGE-CURSOR OPEN FAILED, SQLCODE=" SQLCODE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FETCH-CANDIDATE THRU 2100-EXIT
               UNTIL PURGE-EOF.
           EXEC SQL CLOSE PURGE-CURSOR END-EXEC.
        2000-EXIT.
           EXIT.

        2100-FETCH-CANDIDATE.
           EXEC SQL
               FETCH PURGE-CURSOR
                INTO :PRG-EMP-NUMBER, :PRG-EMP-NAME, :PRG-SALARY,
                     :PRG-DEPT-NUMBER, :PRG-HIRE-DATE,
                     :PRG-TERM-DATE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 1403
                   SET PURGE-EOF TO TRUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY "PURGE-CURSOR FETCH FAILED, SQLCODE="
                           SQLCODE
                   SET PURGE-EOF TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CANDIDATE-COUNT
                   PERFORM 2200-PURGE-ONE-EMP THRU 2200-EXIT
           END-EVALUATE.
        2100-EXIT.
           EXIT.

    **** 退職者 1 名分。保留中の明細がある社員と、社員マスター
    **** 側がまだ在職のままの社員は拒否する。
        2200-PURGE-ONE-EMP.
           MOVE PRG-EMP-NUMBER      TO WS-PD-EMP-NUMBER.
           MOVE PRG-EMP-NAME        TO WS-PD-EMP-NAME.
           MOVE PRG-DEPT-NUMBER     TO WS-PD-DEPT.
           MOVE PRG-TERM-DATE       TO WS-PD-TERM-DATE.
           MOVE PRG-SALARY          TO WS-PD-SALARY.
           MOVE "N"                 TO WS-EMP-FAILED-SW.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :PHS-ROW-COUNT
                 FROM SALARY_HISTORY
                WHERE EMP_NUMBER = :PRG-EMP-NUMBER
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE ZERO            TO PHS-ROW-COUNT
           END-IF.
           MOVE PHS-ROW-COUNT       TO WS-PD-HIST-COUNT.
           COMPUTE WS-PG-EMP-IX = PRG-EMP-NUMBER + 1.
           IF WS-PG-BLOCK-FLAG (WS-PG-EMP-IX) NOT = SPACE
               EVALUATE WS-PG-BLOCK-FLAG (WS-PG-EMP-IX)
                   WHEN "H"
                       MOVE "REFUSED: TRANHOLD" TO WS-PD-DISPOSITION
                   WHEN "R"
                       MOVE "REFUSED: RECYCLE"  TO WS-PD-DISPOSITION
                   WHEN OTHER
                       MOVE "REFUSED: APRVPEND" TO WS-PD-DISPOSITION
               END-EVALUATE
               PERFORM 2250-REFUSE-EMP THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE PRG-EMP-NUMBER      TO WRK-ITEM1.
           READ EMPLOYEE-MASTER
               KEY IS WRK-ITEM1
               INVALID KEY
                   MOVE "N"         TO WS-MASTER-FOUND-SW
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.
           IF MASTER-FOUND
              AND NOT WRK-STATUS-TERMINATED
               MOVE "REFUSED: EMPMAST ACT" TO WS-PD-DISPOSITION
               PERFORM 2250-REFUSE-EMP THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF.
    **** 下見では何も消していないので、削除済みではなく
    **** 「削除見込み」として別に数える。
           IF NOT APPLY-RUN
               ADD 1 TO WS-PREVIEW-COUNT
               ADD PRG-SALARY       TO WS-PURGED-SALARY
               ADD PHS-ROW-COUNT    TO WS-HIST-ROW-COUNT
               MOVE "PREVIEW"       TO WS-PD-DISPOSITION
               PERFORM 8000-WRITE-REGISTER-DETAIL THRU 8000-EXIT
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-ARCHIVE-MASTER THRU 2300-EXIT.
           IF NOT EMP-PURGE-FAILED
               PERFORM 2400-ARCHIVE-HISTORY THRU 2400-EXIT
           END-IF.
           IF NOT EMP-PURGE-FAILED
               PERFORM 2500-DELETE-EMPLOYEE THRU 2500-EXIT
           END-IF.
           IF EMP-PURGE-FAILED
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 8000-WRITE-REGISTER-DETAIL THRU 8000-EXIT
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-PURGED-COUNT.
           ADD PRG-SALARY           TO WS-PURGED-SALARY.
           ADD WS-EMP-HIST-COUNT    TO WS-HIST-ROW-COUNT.
           MOVE WS-EMP-HIST-COUNT   TO WS-PD-HIST-COUNT.
           IF MASTER-FOUND
               MOVE "PURGED"        TO WS-PD-DISPOSITION
           ELSE
               MOVE "PURGED, NO EMPMAST" TO WS-PD-DISPOSITION
           END-IF.
           PERFORM 8000-WRITE-REGISTER-DETAIL THRU 8000-EXIT.
        2200-EXIT.
           EXIT.

        2250-REFUSE-EMP.
           ADD 1 TO WS-REFUSED-COUNT.
           ADD PRG-SALARY           TO WS-REFUSED-SALARY.
           PERFORM 8000-WRITE-REGISTER-DETAIL THRU 8000-EXIT.
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM 9100-SET-SEVERITY THRU 9100-EXIT.
        2250-EXIT.
           EXIT.

    **** 最終の社員マスター像を保存する。社員マスターに無い社員
    **** は EMP 表の値から同じ様式の像を組み立てる。
        2300-ARCHIVE-MASTER.
           IF NOT MASTER-FOUND
               MOVE PRG-EMP-NUMBER  TO WRK-ITEM1
               MOVE PRG-EMP-NAME    TO WRK-EMP-NAME
               MOVE PRG-SALARY      TO WRK-SALARY
               MOVE PRG-DEPT-NUMBER TO WRK-DEPT
               MOVE PRG-HIRE-DATE   TO WRK-HIRE-DATE
               SET WRK-STATUS-TERMINATED TO TRUE
               MOVE ZERO            TO WRK-MAINT-TS
           END-IF.
           MOVE SPACE               TO PURGE-ARCHIVE-RECORD.
           SET PURG-MASTER-IMAGE    TO TRUE.
           MOVE PRG-EMP-NUMBER      TO PURG-EMP-NUMBER.
           MOVE WS-PURGE-TS         TO PURG-PURGE-TS.
           MOVE WS-OS-USER-ID       TO PURG-OS-USER.
           MOVE WRK-DATA            TO PURG-MST-IMAGE.
           MOVE PRG-TERM-DATE       TO PURG-MST-TERM-DATE.
           IF MASTER-FOUND
               SET PURG-MST-FROM-EMPMAST TO TRUE
           ELSE
               SET PURG-MST-FROM-EMP     TO TRUE
           END-IF.
           WRITE PURGE-ARCHIVE-RECORD.
           IF WS-PURGARCH-STATUS NOT = "00"
               DISPLAY "PURGE-ARCHIVE WRITE FAILED, STATUS="
                       WS-PURGARCH-STATUS
               MOVE "ARCHIVE WRITE FAILED" TO WS-PD-DISPOSITION
               SET EMP-PURGE-FAILED TO TRUE
           END-IF.
        2300-EXIT.
           EXIT.

    **** その社員の全給与履歴行を発効日・実行時刻順に保存する。
        2400-ARCHIVE-HISTORY.
           MOVE ZERO                TO WS-EMP-HIST-COUNT.
           MOVE "N"                 TO WS-PHIST-EOF-SW.
           EXEC SQL
               DECLARE PHIST-CURSOR CURSOR FOR
                   SELECT NVL(DEPT_NUMBER, 0), NVL(OLD_SALARY, 0),
                          NVL(NEW_SALARY, 0), REASON_CODE,
                          EFFECTIVE_DATE, RUN_TIMESTAMP,
                          NVL(OS_USER, ' ')
                     FROM SALARY_HISTORY
                    WHERE EMP_NUMBER = :PRG-EMP-NUMBER
                    ORDER BY EFFECTIVE_DATE, RUN_TIMESTAMP
           END-EXEC.
           EXEC SQL OPEN PHIST-CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "PHIST-CURSOR OPEN FAILED, SQLCODE=" SQLCODE
               MOVE "HISTORY READ FAILED" TO WS-PD-DISPOSITION
               SET EMP-PURGE-FAILED TO TRUE
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-FETCH-HISTORY THRU 2410-EXIT
               UNTIL PHIST-EOF.
           EXEC SQL CLOSE PHIST-CURSOR END-EXEC.
        2400-EXIT.
           EXIT.

        2410-FETCH-HISTORY.
           EXEC SQL
               FETCH PHIST-CURSOR
                INTO :PHS-DEPT-NUMBER, :PHS-OLD-SALARY,
                     :PHS-NEW-SALARY, :PHS-REASON-CODE,
                     :PHS-EFF-DATE, :PHS-RUN-TS, :PHS-OS-USER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 1403
                   SET PHIST-EOF TO TRUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY "PHIST-CURSOR FETCH FAILED, SQLCODE="
                           SQLCODE
                   SET PHIST-EOF TO TRUE
                   MOVE "HISTORY READ FAILED" TO WS-PD-DISPOSITION
                   SET EMP-PURGE-FAILED TO TRUE
               WHEN OTHER
                   PERFORM 2420-WRITE-HISTORY-ROW THRU 2420-EXIT
           END-EVALUATE.
        2410-EXIT.
           EXIT.

        2420-WRITE-HISTORY-ROW.
           MOVE SPACE               TO PURGE-ARCHIVE-RECORD.
           SET PURG-HISTORY-ROW     TO TRUE.
           MOVE PRG-EMP-NUMBER      TO PURG-EMP-NUMBER.
           MOVE WS-PURGE-TS         TO PURG-PURGE-TS.
           MOVE WS-OS-USER-ID       TO PURG-OS-USER.
           MOVE PHS-DEPT-NUMBER     TO PURG-HST-DEPT.
           MOVE PHS-OLD-SALARY      TO PURG-HST-OLD-SALARY.
           MOVE PHS-NEW-SALARY      TO PURG-HST-NEW-SALARY.
           MOVE PHS-REASON-CODE     TO PURG-HST-REASON.
           MOVE PHS-EFF-DATE        TO PURG-HST-EFF-DATE.
           MOVE PHS-RUN-TS          TO PURG-HST-RUN-TS.
           MOVE PHS-OS-USER         TO PURG-HST-OS-USER.
           WRITE PURGE-ARCHIVE-RECORD.
           IF WS-PURGARCH-STATUS NOT = "00"
               DISPLAY "PURGE-ARCHIVE WRITE FAILED, STATUS="
                       WS-PURGARCH-STATUS
               MOVE "ARCHIVE WRITE FAILED" TO WS-PD-DISPOSITION
               SET EMP-PURGE-FAILED TO TRUE
               SET PHIST-EOF TO TRUE
               GO TO 2420-EXIT
           END-IF.
           ADD 1 TO WS-EMP-HIST-COUNT.
        2420-EXIT.
           EXIT.

    *****************************************************************
    **** 2500  EMP 行と社員マスターの削除
    **** EMP 行を消してから社員マスターを消し、両方済んだところで
    **** 確定する。社員マスターの削除に失敗したら EMP 側を取り消し、
    **** 片側だけ残る孤立（EMPAUDIT の ORPHAN）を作らない。
    **** 確定そのものに失敗した時は EMP 側を取り消し、削除前に
    **** 退避した像で社員マスターを書き戻す。
    **** 給与履歴の行は GL・履歴照会のため表に残す。
    *****************************************************************
        2500-DELETE-EMPLOYEE.
           EXEC SQL
               DELETE FROM EMP
                WHERE EMP_NUMBER = :PRG-EMP-NUMBER
                  AND EMP_STATUS = 'T'
           END-EXEC.
           IF SQLCODE NOT = ZERO
              OR SQLERRD(3) NOT = 1
               DISPLAY "EMP DELETE FAILED, SQLCODE=" SQLCODE
                       " EMP=" PRG-EMP-NUMBER
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE "EMP DELETE FAILED"  TO WS-PD-DISPOSITION
               SET EMP-PURGE-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF.
           IF MASTER-FOUND
               MOVE WRK-DATA        TO WS-PRG-MST-SAVE
               DELETE EMPLOYEE-MASTER RECORD
               IF WS-EMPMAST-STATUS NOT = "00"
                   DISPLAY "EMPMAST DELETE FAILED, STATUS="
                           WS-EMPMAST-STATUS " EMP=" PRG-EMP-NUMBER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE "EMPMAST DELETE FAILED" TO WS-PD-DISPOSITION
                   SET EMP-PURGE-FAILED TO TRUE
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "PURGE COMMIT FAILED, SQLCODE=" SQLCODE
                       " EMP=" PRG-EMP-NUMBER
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE "COMMIT FAILED"      TO WS-PD-DISPOSITION
               SET EMP-PURGE-FAILED TO TRUE
               IF MASTER-FOUND
                   PERFORM 2550-RESTORE-MASTER THRU 2550-EXIT
               END-IF
           END-IF.
        2500-EXIT.
           EXIT.

    **** 確定失敗で EMP 行は残ったので、社員マスターも元の像で
    **** 書き戻す。書き戻せなければ孤立を運用者に知らせる。
        2550-RESTORE-MASTER.
           MOVE WS-PRG-MST-SAVE     TO WRK-DATA.
           WRITE WRK-DATA.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "EMPMAST RESTORE FAILED, STATUS="
                       WS-EMPMAST-STATUS " EMP=" PRG-EMP-NUMBER
               MOVE "EMPMAST NOT RESTORED" TO WS-PD-DISPOSITION
           END-IF.
        2550-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  件数・給与合計行の印字
    *****************************************************************
        4000-WRITE-TOTALS.
           IF WS-RPT-LINE-COUNT + 9 > WS-RPT-LINES-PER-PAGE
               PERFORM 8100-REGISTER-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE "CANDIDATES       ="  TO WS-RC-LABEL.
           MOVE WS-CANDIDATE-COUNT  TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           MOVE "PURGED           ="  TO WS-RC-LABEL.
           MOVE WS-PURGED-COUNT     TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           MOVE "WOULD PURGE      ="  TO WS-RC-LABEL.
           MOVE WS-PREVIEW-COUNT    TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           MOVE "REFUSED          ="  TO WS-RC-LABEL.
           MOVE WS-REFUSED-COUNT    TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           MOVE "ERRORS           ="  TO WS-RC-LABEL.
           MOVE WS-ERROR-COUNT      TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           MOVE "HISTORY ROWS     ="  TO WS-RC-LABEL.
           MOVE WS-HIST-ROW-COUNT   TO WS-RC-COUNT.
           PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
           IF APPLY-RUN
               MOVE "SALARY PURGED    =" TO WS-RA-LABEL
           ELSE
               MOVE "SALARY TO PURGE  =" TO WS-RA-LABEL
           END-IF.
           MOVE WS-PURGED-SALARY    TO WS-RA-AMOUNT.
           PERFORM 4200-WRITE-AMOUNT-LINE THRU 4200-EXIT.
           MOVE "SALARY REFUSED   ="  TO WS-RA-LABEL.
           MOVE WS-REFUSED-SALARY   TO WS-RA-AMOUNT.
           PERFORM 4200-WRITE-AMOUNT-LINE THRU 4200-EXIT.
           DISPLAY "PURGE: CANDIDATES=" WS-CANDIDATE-COUNT
                   " PURGED=" WS-PURGED-COUNT
                   " WOULD-PURGE=" WS-PREVIEW-COUNT
                   " REFUSED=" WS-REFUSED-COUNT
                   " ERRORS=" WS-ERROR-COUNT.
        4000-EXIT.
           EXIT.

        4100-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE   TO PURGE-REGISTER-RECORD.
           WRITE PURGE-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        4100-EXIT.
           EXIT.

        4200-WRITE-AMOUNT-LINE.
           MOVE WS-RPT-AMOUNT-LINE  TO PURGE-REGISTER-RECORD.
           WRITE PURGE-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        4200-EXIT.
           EXIT.

    **** 登記簿明細 1 行の印字（必要なら改頁）。
        8000-WRITE-REGISTER-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-REGISTER-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE WS-RPT-DETAIL       TO PURGE-REGISTER-RECORD.
           WRITE PURGE-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        8000-EXIT.
           EXIT.

    **** 改頁し、実行見出し・基準日・欄見出しを印字する。
        8100-REGISTER-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TS-DATE          TO WS-RH1-DATE.
           MOVE WS-RPT-PAGE-NUMBER  TO WS-RH1-PAGE.
           MOVE WS-RPT-HEADING-1    TO PURGE-REGISTER-RECORD.
           WRITE PURGE-REGISTER-RECORD
               AFTER ADVANCING PAGE.
           MOVE PRG-CUTOFF-DATE     TO WS-RR-CUTOFF.
           MOVE WS-RETENTION-YEARS  TO WS-RR-YEARS.
           IF APPLY-RUN
               MOVE "APPLY"         TO WS-RR-MODE
           ELSE
               MOVE "PREVIEW"       TO WS-RR-MODE
           END-IF.
           MOVE WS-RPT-RANGE-LINE   TO PURGE-REGISTER-RECORD.
           WRITE PURGE-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE WS-RPT-COL-HEADING  TO PURGE-REGISTER-RECORD.
           WRITE PURGE-REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE               TO PURGE-REGISTER-RECORD.
           WRITE PURGE-REGISTER-RECORD
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
