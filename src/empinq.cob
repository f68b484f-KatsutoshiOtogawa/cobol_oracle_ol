    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 EMPINQ.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  INTERACTIVE EMPLOYEE INQUIRY
    ****                   KEYED BY EMPLOYEE NUMBER AT THE TERMINAL.
    ****                   SHOWS THE EMPMAST RECORD (WITH THE DEPTREF
    ****                   NAME) SIDE BY SIDE WITH THE LIVE EMP ROW
    ****                   AND MARKS EVERY FIELD THAT DIFFERS, THEN
    ****                   PAGES THROUGH THE EMPLOYEE'S SALARY_HISTORY
    ****                   ROWS, AUDARCH/AUDITLOG ENTRIES AND ANY
    ****                   TRANDISP, RECYCLE OR TRANHOLD RECORDS FOR
    ****                   THE EMPLOYEE.  READ-ONLY; EVERY INQUIRY IS
    ****                   LOGGED TO AUDITLOG AS EMP-INQ WITH THE OS
    ****                   USER BEFORE ANYTHING IS SHOWN, AND THE
    ****                   INQUIRY IS REFUSED IF IT CANNOT BE LOGGED.
    ****                   RETURN CODES: 0 NORMAL, 12 CONNECT/OPEN/
    ****                   AUDIT-LOG FAILURE.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** 社員マスター（procobc.cob の転記先と同じ実体。読取りのみ）
           SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS WRK-ITEM1
                                     FILE STATUS IS WS-EMPMAST-STATUS.
    **** 部門参照（部門名の表示に使う）
           SELECT DEPARTMENT-REF    ASSIGN TO "DEPTREF"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS DEPT-REF-NUMBER
                                     FILE STATUS IS WS-DEPTREF-STATUS.
    **** 稼働中の監査ログ（照会の表示と、照会記録の追記の両方に使う）
           SELECT AUDIT-LOG         ASSIGN TO "AUDITLOG"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-AUDITLOG-STATUS.
    **** 監査ログの保管ファイル（audmgmt.cob が作る）
           SELECT AUDIT-ARCHIVE     ASSIGN TO "AUDARCH"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-AUDARCH-STATUS.
    **** トランザクション処理結果（procobc.cob が書く）
           SELECT TRANX-DISPOSITION ASSIGN TO "TRANDISP"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TRANDISP-STATUS.
    **** 再投入待ちトランザクション（原形 80 桁＋理由コード）
           SELECT RECYCLE-FILE      ASSIGN TO "RECYCLE"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-RECYCLE-STATUS.
    **** 発効日未到来の保留トランザクション
           SELECT TRANSACTION-HOLD  ASSIGN TO "TRANHOLD"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TRANHOLD-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
    **** procobc.cob と共有するレコード様式はコピー本で取り込む。
        FD  EMPLOYEE-MASTER.
        COPY "empmstrc.cpy".

        FD  DEPARTMENT-REF.
        COPY "deptrfrc.cpy".

        FD  AUDIT-LOG.
        01 AUDIT-LOG-RECORD         PIC X(80).

        FD  AUDIT-ARCHIVE.
        01 ARCH-RECORD.
           13 ARCH-GENERATION-DATE  PIC 9(8).
           13 FILLER                PIC X(1).
           13 ARCH-AUDIT-IMAGE      PIC X(59).

    **** 処理結果明細は procobc.cob の WS-DISPOSITION-DETAIL の並び
    **** （区分・社員番号・発効日・処理結果・理由・タイムスタンプ・
    **** 実行 ID）。
        FD  TRANX-DISPOSITION.
        01 TRANX-DISPOSITION-RECORD.
           13 DISP-TYPE-CODE        PIC X(2).
           13 FILLER                PIC X(1).
           13 DISP-EMP-NUMBER       PIC X(5).
           13 FILLER                PIC X(72).

        FD  RECYCLE-FILE.
        01 RECYCLE-RECORD.
           13 RECYCLE-TRANX-IMAGE   PIC X(80).
           13 RECYCLE-REASON-CODE   PIC X(4).

        FD  TRANSACTION-HOLD.
        COPY "holdrc.cpy".
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-EMPMAST-STATUS        PIC X(2) VALUE "00".
        01 WS-DEPTREF-STATUS        PIC X(2) VALUE "00".
        01 WS-AUDITLOG-STATUS       PIC X(2) VALUE "00".
        01 WS-AUDARCH-STATUS        PIC X(2) VALUE "00".
        01 WS-TRANDISP-STATUS       PIC X(2) VALUE "00".
        01 WS-RECYCLE-STATUS        PIC X(2) VALUE "00".
        01 WS-TRANHOLD-STATUS       PIC X(2) VALUE "00".

    *****************************************************************
    **** 終了コード（0=正常 12=接続／オープン／監査ログ障害）用ワーク
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-DEPTREF-OPEN-SW       PIC X(1) VALUE "N".
           88 DEPTREF-OPEN                   VALUE "Y".
        01 WS-INQ-QUIT-SW           PIC X(1) VALUE "N".
           88 INQ-QUIT                       VALUE "Y".
        01 WS-NEXT-EMP-SW           PIC X(1) VALUE "N".
           88 NEXT-EMP                       VALUE "Y".
        01 WS-MAST-FOUND-SW         PIC X(1) VALUE "N".
           88 MAST-FOUND                     VALUE "Y".
        01 WS-EMP-FOUND-SW          PIC X(1) VALUE "N".
           88 EMP-FOUND                      VALUE "Y".
        01 WS-SCAN-EOF-SW           PIC X(1) VALUE "N".
           88 SCAN-EOF                       VALUE "Y".
        01 WS-HIST-EOF-SW           PIC X(1) VALUE "N".
           88 HIST-EOF                       VALUE "Y".
        01 WS-PAGE-STOP-SW          PIC X(1) VALUE "N".
           88 PAGE-STOPPED                   VALUE "Y".
        01 WS-INQUIRY-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-DIFF-COUNT            PIC S9(3) COMP-3 VALUE ZERO.
        01 WS-FOUND-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-FOUND-COUNT-ED        PIC ZZZZZZ9.
        01 WS-FOUND-LABEL           PIC X(20) VALUE SPACE.

    *****************************************************************
    **** 端末入力（社員番号・機能選択・頁送り）
    *****************************************************************
        01 WS-INQ-EMP-AREA          PIC X(5) VALUE SPACE.
        01 WS-INQ-EMP-NUMBER        PIC 9(5) VALUE ZERO.
        01 WS-INQ-OPTION            PIC X(1) VALUE SPACE.
        01 WS-INQ-PAGE-REPLY        PIC X(1) VALUE SPACE.

    **** 実行者と実行 ID（procobc.cob と同じ規約。監査ログに刻む）
        01 WS-OS-USER-ID            PIC X(20) VALUE SPACE.
        01 WS-RUN-ID                PIC X(8) VALUE SPACE.
        01 WS-RUN-TIME-8            PIC 9(8) VALUE ZERO.

    **** 監査ログ明細（procobc.cob・audmgmt.cob と共有）
        COPY "auditrec.cpy".

    **** 再投入・保留レコードの原形を社員番号で読むための作業域
        COPY "tranxrec.cpy".

    *****************************************************************
    **** 端末表示用ワーク（頁制御・対照表示・明細行）
    **** 1 画面 15 行で止め、ENTER で続き、Q で打ち切る。
    *****************************************************************
        01 WS-PAGE-LINE-COUNT       PIC 9(2) COMP VALUE ZERO.
        01 WS-PAGE-SIZE             PIC 9(2) COMP VALUE 15.
        01 WS-INQ-DISPLAY-LINE      PIC X(80) VALUE SPACE.

        01 WS-PNL-TITLE.
           13 FILLER                PIC X(22)
                   VALUE "EMPLOYEE INQUIRY  EMP=".
           13 WS-PT-EMP-NUMBER      PIC 9(5).
           13 FILLER                PIC X(7) VALUE "  ENV ".
           13 WS-PT-ENV             PIC X(8).
           13 FILLER                PIC X(6) VALUE "  BY ".
           13 WS-PT-USER            PIC X(20).
        01 WS-PNL-COL-HEADING.
           13 FILLER                PIC X(13) VALUE "FIELD".
           13 FILLER                PIC X(26) VALUE "EMPMAST".
           13 FILLER                PIC X(26) VALUE "EMP TABLE".
           13 FILLER                PIC X(4)  VALUE "DIFF".
        01 WS-PNL-LINE.
           13 WS-PL-LABEL           PIC X(12).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-PL-MAST-VALUE      PIC X(25).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-PL-EMP-VALUE       PIC X(25).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-PL-DIFF            PIC X(1).
    **** 部門番号＋部門名の編集用
        01 WS-PNL-DEPT-VALUE.
           13 WS-PDV-NUMBER         PIC 9(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-PDV-NAME           PIC X(20).
        01 WS-PNL-SALARY-ED         PIC ZZ,ZZ9.99.
        01 WS-PNL-DIFF-LINE.
           13 FILLER                PIC X(13) VALUE "DIFFERENCES =".
           13 WS-PDL-COUNT          PIC ZZ9.
           13 FILLER                PIC X(20)
                   VALUE "  (MARKED * ABOVE)".
        01 WS-MENU-LINE-1           PIC X(60) VALUE
               "H=SALARY HISTORY  A=AUDIT TRAIL  T=TRANSACTIONS".
        01 WS-MENU-LINE-2           PIC X(60) VALUE
               "M=MASTER/EMP AGAIN  N=NEXT EMPLOYEE  Q=QUIT".

    **** 給与履歴の明細行
        01 WS-HIST-COL-HEADING.
           13 FILLER                PIC X(10) VALUE "EFF-DATE".
           13 FILLER                PIC X(6)  VALUE "RSN".
           13 FILLER                PIC X(6)  VALUE "DEPT".
           13 FILLER                PIC X(11) VALUE " OLD-SALARY".
           13 FILLER                PIC X(11) VALUE " NEW-SALARY".
           13 FILLER                PIC X(16) VALUE "  POSTED".
           13 FILLER                PIC X(7)  VALUE "OS-USER".
        01 WS-HIST-DETAIL.
           13 WS-HD-EFF-DATE        PIC 9(8).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-HD-REASON          PIC X(4).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-HD-DEPT            PIC 9(4).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-HD-OLD-SALARY      PIC ZZ,ZZ9.99.
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-HD-NEW-SALARY      PIC ZZ,ZZ9.99.
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-HD-RUN-TS          PIC 9(14).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-HD-OS-USER         PIC X(16).

    **** 監査ログの明細行（出所＋監査明細そのもの）
        01 WS-AUDIT-COL-HEADING     PIC X(60) VALUE
               "SRC  TIMESTAMP      EMPNO OPERATION OS-USER".
        01 WS-AUDIT-LINE.
           13 WS-AL-SOURCE          PIC X(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-AL-DETAIL          PIC X(59).

    **** 処理結果・再投入・保留の明細行
        01 WS-TX-COL-HEADING        PIC X(60) VALUE
               "SRC  RECORD".
        01 WS-TX-LINE.
           13 WS-TX-SOURCE          PIC X(4).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-TX-BODY.
              15 WS-TX-IMAGE        PIC X(55).
              15 WS-TX-NOTE         PIC X(20).
        01 WS-TX-HOLD-NOTE.
           13 FILLER                PIC X(5) VALUE " HELD".
           13 WS-THN-DATE           PIC 9(8).
        01 WS-TX-RECYCLE-NOTE.
           13 FILLER                PIC X(5) VALUE " RSN=".
           13 WS-TRN-REASON         PIC X(4).

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
         01 CHK-EMP-NUMBER  PIC 9(5)       VALUE ZERO.
         01 CHK-EMP-NAME    PIC X(20)      VALUE SPACE.
         01 CHK-SALARY      PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 CHK-DEPT-NUMBER PIC S9(4) COMP VALUE ZERO.
         01 CHK-HIRE-DATE   PIC 9(8)       VALUE ZERO.
         01 CHK-EMP-STATUS  PIC X(1)       VALUE SPACE.
         01 CHK-TERM-DATE   PIC 9(8)       VALUE ZERO.
         01 HST-EFF-DATE    PIC 9(8)       VALUE ZERO.
         01 HST-REASON-CODE PIC X(4)       VALUE SPACE.
         01 HST-DEPT-NUMBER PIC S9(4) COMP VALUE ZERO.
         01 HST-OLD-SALARY  PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 HST-NEW-SALARY  PIC S9(5)V99 COMP-3 VALUE ZERO.
         01 HST-RUN-TS      PIC 9(14)      VALUE ZERO.
         01 HST-OS-USER     PIC X(20)      VALUE SPACE.
        EXEC SQL END DECLARE SECTION END-EXEC.
    *****************************************************************
        PROCEDURE                   DIVISION.
    *****************************************************************
        0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           IF NOT OPEN-FAILED
               PERFORM 1100-SELECT-ENVIRONMENT THRU 1100-EXIT
               PERFORM 1150-CONNECT-DATABASE   THRU 1150-EXIT
           END-IF.
           IF NOT OPEN-FAILED
               PERFORM 2000-INQUIRY-CYCLE   THRU 2000-EXIT
                   UNTIL INQ-QUIT
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           IF DEPTREF-OPEN
               CLOSE DEPARTMENT-REF
           END-IF.
           DISPLAY "EMPLOYEE INQUIRIES=" WS-INQUIRY-COUNT.
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（実行者・実行 ID の取得とファイルのオープン）
    **** 給与情報の照会なので、実行者の OS ユーザーが取れないときは
    **** 照会記録が残せないため実行を拒否する。
    **** DEPTREF が無いときは部門名を空白のまま照会を続ける。
    *****************************************************************
        1000-INITIALIZE.
           DISPLAY "LOGNAME"        UPON ENVIRONMENT-NAME.
           ACCEPT  WS-OS-USER-ID    FROM ENVIRONMENT-VALUE.
           IF WS-OS-USER-ID = SPACE
               DISPLAY "USER"       UPON ENVIRONMENT-NAME
               ACCEPT  WS-OS-USER-ID FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-OS-USER-ID = SPACE
               DISPLAY "OS USER NOT AVAILABLE - INQUIRY REFUSED"
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           MOVE WS-RUN-TIME-8       TO WS-RUN-ID.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER OPEN FAILED, STATUS="
                       WS-EMPMAST-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPARTMENT-REF.
           IF WS-DEPTREF-STATUS = "00"
               SET DEPTREF-OPEN     TO TRUE
           ELSE
               DISPLAY "DEPTREF NOT AVAILABLE, STATUS="
                       WS-DEPTREF-STATUS
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
    **** 2000  照会 1 件分の対話
    **** 社員番号を受け取り、照会記録を監査ログへ書いてから対照画面
    **** を表示し、機能選択を N（次の社員）か Q（終了）まで繰り返す。
    **** 空白または Q で終了する。
    *****************************************************************
        2000-INQUIRY-CYCLE.
           DISPLAY " ".
           DISPLAY "EMPLOYEE NUMBER (5 DIGITS, Q=QUIT) ?".
           MOVE SPACE               TO WS-INQ-EMP-AREA.
           ACCEPT WS-INQ-EMP-AREA.
           IF WS-INQ-EMP-AREA = SPACE
              OR WS-INQ-EMP-AREA = "Q"
              OR WS-INQ-EMP-AREA = "q"
               SET INQ-QUIT         TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-INQ-EMP-AREA IS NOT NUMERIC
               DISPLAY "EMPLOYEE NUMBER MUST BE 5 DIGITS: "
                       WS-INQ-EMP-AREA
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-INQ-EMP-AREA     TO WS-INQ-EMP-NUMBER.
           PERFORM 2100-LOG-INQUIRY THRU 2100-EXIT.
           IF INQ-QUIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-INQUIRY-COUNT.
           PERFORM 2200-SHOW-MASTER-PANEL THRU 2200-EXIT.
           MOVE "N"                 TO WS-NEXT-EMP-SW.
           PERFORM 2300-SELECT-OPTION THRU 2300-EXIT
               UNTIL NEXT-EMP OR INQ-QUIT.
        2000-EXIT.
           EXIT.

    **** 照会 1 件を監査ログへ追記する（初回は作成）。書けないとき
    **** は給与情報を表示せずに照会を打ち切る。
        2100-LOG-INQUIRY.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "AUDIT-LOG OPEN FAILED, STATUS="
                       WS-AUDITLOG-STATUS
               DISPLAY "INQUIRY CANNOT BE LOGGED - REFUSED"
               SET INQ-QUIT         TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TIMESTAMP-14     TO WS-AUD-TIMESTAMP.
           MOVE WS-INQ-EMP-NUMBER   TO WS-AUD-EMP-NUMBER.
           MOVE "EMP-INQ"           TO WS-AUD-OPERATION.
           MOVE WS-OS-USER-ID       TO WS-AUD-OS-USER.
           MOVE WS-RUN-ID           TO WS-AUD-RUN-ID.
           MOVE WS-AUDIT-DETAIL     TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "AUDIT-LOG WRITE FAILED, STATUS="
                       WS-AUDITLOG-STATUS
               DISPLAY "INQUIRY CANNOT BE LOGGED - REFUSED"
               SET INQ-QUIT         TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
           CLOSE AUDIT-LOG.
        2100-EXIT.
           EXIT.

    *****************************************************************
    **** 2200  EMPMAST と EMP 表の対照表示
    **** 氏名・給与・部門・採用年月日・在職区分を並べ、両方にあって
    **** 値の異なる項目に * を付ける。最終保守日時は EMPMAST だけ、
    **** 退職年月日は EMP 表だけの項目なので比較しない。
    *****************************************************************
        2200-SHOW-MASTER-PANEL.
           MOVE "N"                 TO WS-MAST-FOUND-SW.
           MOVE "N"                 TO WS-EMP-FOUND-SW.
           MOVE ZERO                TO WS-DIFF-COUNT.
           MOVE WS-INQ-EMP-NUMBER   TO WRK-ITEM1.
           READ EMPLOYEE-MASTER
               KEY IS WRK-ITEM1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MAST-FOUND   TO TRUE
           END-READ.
           MOVE WS-INQ-EMP-NUMBER   TO CHK-EMP-NUMBER.
           EXEC SQL
               SELECT EMP_NAME, SALARY, DEPT_NUMBER,
                      NVL(HIRE_DATE, 0), NVL(EMP_STATUS, 'A'),
                      NVL(TERM_DATE, 0)
                 INTO :CHK-EMP-NAME, :CHK-SALARY, :CHK-DEPT-NUMBER,
                      :CHK-HIRE-DATE, :CHK-EMP-STATUS,
                      :CHK-TERM-DATE
                 FROM EMP
                WHERE EMP_NUMBER = :CHK-EMP-NUMBER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   SET EMP-FOUND    TO TRUE
               WHEN SQLCODE = 1403
                   CONTINUE
               WHEN OTHER
                   DISPLAY "EMP SELECT FAILED, SQLCODE=" SQLCODE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-EVALUATE.
           MOVE WS-INQ-EMP-NUMBER   TO WS-PT-EMP-NUMBER.
           MOVE ENVNAME2            TO WS-PT-ENV.
           MOVE WS-OS-USER-ID       TO WS-PT-USER.
           DISPLAY " ".
           DISPLAY WS-PNL-TITLE.
           DISPLAY WS-PNL-COL-HEADING.
           IF NOT MAST-FOUND AND NOT EMP-FOUND
               DISPLAY "NOT ON EMPMAST OR EMP TABLE"
                       " (HISTORY MAY STILL BE SHOWN)"
               GO TO 2200-EXIT
           END-IF.
    **** 氏名
           MOVE "NAME"              TO WS-PL-LABEL.
           MOVE WRK-EMP-NAME        TO WS-PL-MAST-VALUE.
           MOVE CHK-EMP-NAME        TO WS-PL-EMP-VALUE.
           MOVE SPACE               TO WS-PL-DIFF.
           IF MAST-FOUND AND EMP-FOUND
              AND WRK-EMP-NAME NOT = CHK-EMP-NAME
               MOVE "*"             TO WS-PL-DIFF
           END-IF.
           PERFORM 2250-SHOW-PANEL-LINE THRU 2250-EXIT.
    **** 給与
           MOVE "SALARY"            TO WS-PL-LABEL.
           MOVE WRK-SALARY          TO WS-PNL-SALARY-ED.
           MOVE WS-PNL-SALARY-ED    TO WS-PL-MAST-VALUE.
           MOVE CHK-SALARY          TO WS-PNL-SALARY-ED.
           MOVE WS-PNL-SALARY-ED    TO WS-PL-EMP-VALUE.
           MOVE SPACE               TO WS-PL-DIFF.
           IF MAST-FOUND AND EMP-FOUND
              AND WRK-SALARY NOT = CHK-SALARY
               MOVE "*"             TO WS-PL-DIFF
           END-IF.
           PERFORM 2250-SHOW-PANEL-LINE THRU 2250-EXIT.
    **** 部門（部門番号＋DEPTREF の部門名）
           MOVE "DEPARTMENT"        TO WS-PL-LABEL.
           MOVE WRK-DEPT            TO WS-PDV-NUMBER.
           PERFORM 2260-LOOKUP-DEPT-NAME THRU 2260-EXIT.
           MOVE WS-PNL-DEPT-VALUE   TO WS-PL-MAST-VALUE.
           MOVE CHK-DEPT-NUMBER     TO WS-PDV-NUMBER.
           PERFORM 2260-LOOKUP-DEPT-NAME THRU 2260-EXIT.
           MOVE WS-PNL-DEPT-VALUE   TO WS-PL-EMP-VALUE.
           MOVE SPACE               TO WS-PL-DIFF.
           IF MAST-FOUND AND EMP-FOUND
              AND WRK-DEPT NOT = CHK-DEPT-NUMBER
               MOVE "*"             TO WS-PL-DIFF
           END-IF.
           PERFORM 2250-SHOW-PANEL-LINE THRU 2250-EXIT.
    **** 採用年月日
           MOVE "HIRE DATE"         TO WS-PL-LABEL.
           MOVE WRK-HIRE-DATE       TO WS-PL-MAST-VALUE.
           MOVE CHK-HIRE-DATE       TO WS-PL-EMP-VALUE.
           MOVE SPACE               TO WS-PL-DIFF.
           IF MAST-FOUND AND EMP-FOUND
              AND WRK-HIRE-DATE NOT = CHK-HIRE-DATE
               MOVE "*"             TO WS-PL-DIFF
           END-IF.
           PERFORM 2250-SHOW-PANEL-LINE THRU 2250-EXIT.
    **** 在職区分
           MOVE "STATUS"            TO WS-PL-LABEL.
           MOVE WRK-EMP-STATUS      TO WS-PL-MAST-VALUE.
           MOVE CHK-EMP-STATUS      TO WS-PL-EMP-VALUE.
           MOVE SPACE               TO WS-PL-DIFF.
           IF MAST-FOUND AND EMP-FOUND
              AND WRK-EMP-STATUS NOT = CHK-EMP-STATUS
               MOVE "*"             TO WS-PL-DIFF
           END-IF.
           PERFORM 2250-SHOW-PANEL-LINE THRU 2250-EXIT.
    **** 片側だけの項目（比較しない）
           MOVE "TERM DATE"         TO WS-PL-LABEL.
           MOVE SPACE               TO WS-PL-MAST-VALUE.
           MOVE CHK-TERM-DATE       TO WS-PL-EMP-VALUE.
           MOVE SPACE               TO WS-PL-DIFF.
           PERFORM 2250-SHOW-PANEL-LINE THRU 2250-EXIT.
           MOVE "LAST MAINT"        TO WS-PL-LABEL.
           MOVE WRK-MAINT-TS        TO WS-PL-MAST-VALUE.
           MOVE SPACE               TO WS-PL-EMP-VALUE.
           MOVE SPACE               TO WS-PL-DIFF.
           PERFORM 2250-SHOW-PANEL-LINE THRU 2250-EXIT.
           IF MAST-FOUND AND EMP-FOUND
               IF WS-DIFF-COUNT = ZERO
                   DISPLAY "EMPMAST AND EMP TABLE AGREE"
               ELSE
                   MOVE WS-DIFF-COUNT TO WS-PDL-COUNT
                   DISPLAY WS-PNL-DIFF-LINE
               END-IF
           END-IF.
        2200-EXIT.
           EXIT.

    **** 対照 1 行の表示。片側に無いときはその欄に NOT ON FILE を
    **** 出し、差異ありの行を数える。
        2250-SHOW-PANEL-LINE.
           IF NOT MAST-FOUND
               MOVE "(NOT ON FILE)"  TO WS-PL-MAST-VALUE
           END-IF.
           IF NOT EMP-FOUND
               MOVE "(NOT ON FILE)"  TO WS-PL-EMP-VALUE
           END-IF.
           IF WS-PL-DIFF = "*"
               ADD 1 TO WS-DIFF-COUNT
           END-IF.
           DISPLAY WS-PNL-LINE.
        2250-EXIT.
           EXIT.

    **** WS-PDV-NUMBER の部門名を DEPTREF から引く（無ければ空白）。
        2260-LOOKUP-DEPT-NAME.
           MOVE SPACE               TO WS-PDV-NAME.
           IF NOT DEPTREF-OPEN
               GO TO 2260-EXIT
           END-IF.
           MOVE WS-PDV-NUMBER       TO DEPT-REF-NUMBER.
           READ DEPARTMENT-REF
               INVALID KEY
                   MOVE "(NOT IN DEPTREF)" TO WS-PDV-NAME
               NOT INVALID KEY
                   MOVE DEPT-REF-NAME TO WS-PDV-NAME
           END-READ.
        2260-EXIT.
           EXIT.

    *****************************************************************
    **** 2300  機能選択（H／A／T／M／N／Q）
    *****************************************************************
        2300-SELECT-OPTION.
           DISPLAY " ".
           DISPLAY WS-MENU-LINE-1.
           DISPLAY WS-MENU-LINE-2.
           MOVE SPACE               TO WS-INQ-OPTION.
           ACCEPT WS-INQ-OPTION.
           EVALUATE WS-INQ-OPTION
               WHEN "H"
               WHEN "h"
                   PERFORM 3000-SHOW-SALARY-HISTORY THRU 3000-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 4000-SHOW-AUDIT-TRAIL THRU 4000-EXIT
               WHEN "T"
               WHEN "t"
                   PERFORM 5000-SHOW-TRANSACTIONS THRU 5000-EXIT
               WHEN "M"
               WHEN "m"
                   PERFORM 2200-SHOW-MASTER-PANEL THRU 2200-EXIT
               WHEN "N"
               WHEN "n"
               WHEN SPACE
                   SET NEXT-EMP     TO TRUE
               WHEN "Q"
               WHEN "q"
                   SET INQ-QUIT     TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID OPTION: " WS-INQ-OPTION
           END-EVALUATE.
        2300-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  給与履歴（SALARY_HISTORY）の頁送り表示
    **** 発効日・記録日時の順に、取消（RVSL）を含む全行を出す。
    *****************************************************************
        3000-SHOW-SALARY-HISTORY.
           PERFORM 8100-START-LISTING THRU 8100-EXIT.
           DISPLAY "SALARY_HISTORY FOR EMP " WS-INQ-EMP-AREA.
           DISPLAY WS-HIST-COL-HEADING.
           MOVE WS-INQ-EMP-NUMBER   TO CHK-EMP-NUMBER.
           EXEC SQL
               DECLARE INQHIST-CURSOR CURSOR FOR
                   SELECT EFFECTIVE_DATE, REASON_CODE, DEPT_NUMBER,
                          OLD_SALARY, NEW_SALARY, RUN_TIMESTAMP,
                          OS_USER
                     FROM SALARY_HISTORY
                    WHERE EMP_NUMBER = :CHK-EMP-NUMBER
                    ORDER BY EFFECTIVE_DATE, RUN_TIMESTAMP
           END-EXEC.
           EXEC SQL OPEN INQHIST-CURSOR END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "INQHIST-CURSOR OPEN FAILED, SQLCODE=" SQLCODE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE "N"                 TO WS-HIST-EOF-SW.
           PERFORM 3100-FETCH-HISTORY-ROW THRU 3100-EXIT
               UNTIL HIST-EOF OR PAGE-STOPPED.
           EXEC SQL CLOSE INQHIST-CURSOR END-EXEC.
           MOVE "SALARY_HISTORY ROWS=" TO WS-FOUND-LABEL.
           PERFORM 8200-SHOW-FOUND-COUNT THRU 8200-EXIT.
        3000-EXIT.
           EXIT.

        3100-FETCH-HISTORY-ROW.
           EXEC SQL
               FETCH INQHIST-CURSOR
                INTO :HST-EFF-DATE, :HST-REASON-CODE,
                     :HST-DEPT-NUMBER, :HST-OLD-SALARY,
                     :HST-NEW-SALARY, :HST-RUN-TS, :HST-OS-USER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 1403
                   SET HIST-EOF     TO TRUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY "INQHIST-CURSOR FETCH FAILED, SQLCODE="
                           SQLCODE
                   SET HIST-EOF     TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               WHEN OTHER
                   MOVE HST-EFF-DATE    TO WS-HD-EFF-DATE
                   MOVE HST-REASON-CODE TO WS-HD-REASON
                   MOVE HST-DEPT-NUMBER TO WS-HD-DEPT
                   MOVE HST-OLD-SALARY  TO WS-HD-OLD-SALARY
                   MOVE HST-NEW-SALARY  TO WS-HD-NEW-SALARY
                   MOVE HST-RUN-TS      TO WS-HD-RUN-TS
                   MOVE HST-OS-USER     TO WS-HD-OS-USER
                   MOVE WS-HIST-DETAIL  TO WS-INQ-DISPLAY-LINE
                   PERFORM 8000-SHOW-LINE THRU 8000-EXIT
           END-EVALUATE.
        3100-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  監査ログの頁送り表示（保管ファイル、稼働中ログの順。
    **** audmgmt.cob の照会と同じ読み方で、この社員の行だけ出す）
    *****************************************************************
        4000-SHOW-AUDIT-TRAIL.
           PERFORM 8100-START-LISTING THRU 8100-EXIT.
           DISPLAY "AUDIT TRAIL FOR EMP " WS-INQ-EMP-AREA.
           DISPLAY WS-AUDIT-COL-HEADING.
           OPEN INPUT AUDIT-ARCHIVE.
           IF WS-AUDARCH-STATUS NOT = "00"
               DISPLAY "AUDARCH NOT AVAILABLE, STATUS="
                       WS-AUDARCH-STATUS
           ELSE
               MOVE "N"             TO WS-SCAN-EOF-SW
               PERFORM 4100-READ-ARCHIVE-RECORD THRU 4100-EXIT
                   UNTIL SCAN-EOF OR PAGE-STOPPED
               CLOSE AUDIT-ARCHIVE
           END-IF.
           IF PAGE-STOPPED
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "AUDITLOG NOT AVAILABLE, STATUS="
                       WS-AUDITLOG-STATUS
           ELSE
               MOVE "N"             TO WS-SCAN-EOF-SW
               PERFORM 4200-READ-ACTIVE-RECORD THRU 4200-EXIT
                   UNTIL SCAN-EOF OR PAGE-STOPPED
               CLOSE AUDIT-LOG
           END-IF.
           MOVE "AUDIT ENTRIES=" TO WS-FOUND-LABEL.
           PERFORM 8200-SHOW-FOUND-COUNT THRU 8200-EXIT.
        4000-EXIT.
           EXIT.

        4100-READ-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE
               AT END
                   SET SCAN-EOF     TO TRUE
               NOT AT END
                   MOVE ARCH-AUDIT-IMAGE TO WS-AUDIT-DETAIL
                   MOVE "ARCH"      TO WS-AL-SOURCE
                   PERFORM 4300-SELECT-AUDIT-ENTRY THRU 4300-EXIT
           END-READ.
        4100-EXIT.
           EXIT.

        4200-READ-ACTIVE-RECORD.
           READ AUDIT-LOG
               AT END
                   SET SCAN-EOF     TO TRUE
               NOT AT END
                   MOVE AUDIT-LOG-RECORD TO WS-AUDIT-DETAIL
                   MOVE "LIVE"      TO WS-AL-SOURCE
                   PERFORM 4300-SELECT-AUDIT-ENTRY THRU 4300-EXIT
           END-READ.
        4200-EXIT.
           EXIT.

        4300-SELECT-AUDIT-ENTRY.
           IF WS-AUD-EMP-NUMBER IS NOT NUMERIC
              OR WS-AUD-EMP-NUMBER NOT = WS-INQ-EMP-NUMBER
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-AUDIT-DETAIL     TO WS-AL-DETAIL.
           MOVE WS-AUDIT-LINE       TO WS-INQ-DISPLAY-LINE.
           PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
        4300-EXIT.
           EXIT.

    *****************************************************************
    **** 5000  処理結果（TRANDISP）・再投入待ち（RECYCLE）・保留
    **** （TRANHOLD）のうち、この社員のレコードを頁送り表示する。
    **** ファイルが無いときはその旨を出して次へ進む。
    *****************************************************************
        5000-SHOW-TRANSACTIONS.
           PERFORM 8100-START-LISTING THRU 8100-EXIT.
           DISPLAY "TRANSACTIONS FOR EMP " WS-INQ-EMP-AREA.
           DISPLAY WS-TX-COL-HEADING.
           OPEN INPUT TRANX-DISPOSITION.
           IF WS-TRANDISP-STATUS NOT = "00"
               DISPLAY "TRANDISP NOT AVAILABLE, STATUS="
                       WS-TRANDISP-STATUS
           ELSE
               MOVE "N"             TO WS-SCAN-EOF-SW
               PERFORM 5100-READ-DISPOSITION THRU 5100-EXIT
                   UNTIL SCAN-EOF OR PAGE-STOPPED
               CLOSE TRANX-DISPOSITION
           END-IF.
           IF PAGE-STOPPED
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT RECYCLE-FILE.
           IF WS-RECYCLE-STATUS NOT = "00"
               DISPLAY "RECYCLE NOT AVAILABLE, STATUS="
                       WS-RECYCLE-STATUS
           ELSE
               MOVE "N"             TO WS-SCAN-EOF-SW
               PERFORM 5200-READ-RECYCLE THRU 5200-EXIT
                   UNTIL SCAN-EOF OR PAGE-STOPPED
               CLOSE RECYCLE-FILE
           END-IF.
           IF PAGE-STOPPED
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT TRANSACTION-HOLD.
           IF WS-TRANHOLD-STATUS NOT = "00"
               DISPLAY "TRANHOLD NOT AVAILABLE, STATUS="
                       WS-TRANHOLD-STATUS
           ELSE
               MOVE "N"             TO WS-SCAN-EOF-SW
               PERFORM 5300-READ-HOLD THRU 5300-EXIT
                   UNTIL SCAN-EOF OR PAGE-STOPPED
               CLOSE TRANSACTION-HOLD
           END-IF.
           MOVE "TRANSACTION RECORDS=" TO WS-FOUND-LABEL.
           PERFORM 8200-SHOW-FOUND-COUNT THRU 8200-EXIT.
        5000-EXIT.
           EXIT.

        5100-READ-DISPOSITION.
           READ TRANX-DISPOSITION
               AT END
                   SET SCAN-EOF     TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF DISP-EMP-NUMBER NOT = WS-INQ-EMP-AREA
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACE               TO WS-TX-LINE.
           MOVE "DISP"              TO WS-TX-SOURCE.
    **** 処理結果明細は 70 桁なので、原形・注記の 2 欄にまたがって
    **** そのまま出す。
           MOVE TRANX-DISPOSITION-RECORD TO WS-TX-BODY.
           MOVE WS-TX-LINE          TO WS-INQ-DISPLAY-LINE.
           PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
        5100-EXIT.
           EXIT.

        5200-READ-RECYCLE.
           READ RECYCLE-FILE
               AT END
                   SET SCAN-EOF     TO TRUE
                   GO TO 5200-EXIT
           END-READ.
           MOVE RECYCLE-TRANX-IMAGE TO TRANX-RECORD.
           IF TRANX-EMP-NUMBER NOT = WS-INQ-EMP-NUMBER
               GO TO 5200-EXIT
           END-IF.
           MOVE SPACE               TO WS-TX-LINE.
           MOVE "RCYC"              TO WS-TX-SOURCE.
           MOVE RECYCLE-TRANX-IMAGE TO WS-TX-IMAGE.
           MOVE RECYCLE-REASON-CODE TO WS-TRN-REASON.
           MOVE WS-TX-RECYCLE-NOTE  TO WS-TX-NOTE.
           MOVE WS-TX-LINE          TO WS-INQ-DISPLAY-LINE.
           PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
        5200-EXIT.
           EXIT.

        5300-READ-HOLD.
           READ TRANSACTION-HOLD
               AT END
                   SET SCAN-EOF     TO TRUE
                   GO TO 5300-EXIT
           END-READ.
           MOVE HOLD-TRANX-IMAGE    TO TRANX-RECORD.
           IF TRANX-EMP-NUMBER NOT = WS-INQ-EMP-NUMBER
               GO TO 5300-EXIT
           END-IF.
           MOVE SPACE               TO WS-TX-LINE.
           MOVE "HOLD"              TO WS-TX-SOURCE.
           MOVE HOLD-TRANX-IMAGE    TO WS-TX-IMAGE.
           MOVE HOLD-HELD-DATE      TO WS-THN-DATE.
           MOVE WS-TX-HOLD-NOTE     TO WS-TX-NOTE.
           MOVE WS-TX-LINE          TO WS-INQ-DISPLAY-LINE.
           PERFORM 8000-SHOW-LINE THRU 8000-EXIT.
        5300-EXIT.
           EXIT.

    *****************************************************************
    **** 8000  頁送り表示（1 画面 WS-PAGE-SIZE 行で止め、ENTER で
    **** 続き、Q で一覧を打ち切る）
    *****************************************************************
        8000-SHOW-LINE.
           IF WS-PAGE-LINE-COUNT >= WS-PAGE-SIZE
               DISPLAY "-- ENTER=MORE  Q=STOP --"
               MOVE SPACE           TO WS-INQ-PAGE-REPLY
               ACCEPT WS-INQ-PAGE-REPLY
               IF WS-INQ-PAGE-REPLY = "Q"
                  OR WS-INQ-PAGE-REPLY = "q"
                   SET PAGE-STOPPED TO TRUE
                   GO TO 8000-EXIT
               END-IF
               MOVE ZERO            TO WS-PAGE-LINE-COUNT
           END-IF.
           DISPLAY WS-INQ-DISPLAY-LINE.
           ADD 1 TO WS-PAGE-LINE-COUNT.
           ADD 1 TO WS-FOUND-COUNT.
        8000-EXIT.
           EXIT.

    **** 一覧の開始（頁・件数・打切りの初期化）
        8100-START-LISTING.
           MOVE ZERO                TO WS-PAGE-LINE-COUNT.
           MOVE ZERO                TO WS-FOUND-COUNT.
           MOVE "N"                 TO WS-PAGE-STOP-SW.
           DISPLAY " ".
        8100-EXIT.
           EXIT.

    **** 一覧の終わりに件数を出す（呼出し側が見出し語を設定する）。
        8200-SHOW-FOUND-COUNT.
           MOVE WS-FOUND-COUNT      TO WS-FOUND-COUNT-ED.
           IF PAGE-STOPPED
               DISPLAY WS-FOUND-LABEL WS-FOUND-COUNT-ED
                       " (LISTING STOPPED)"
           ELSE
               DISPLAY WS-FOUND-LABEL WS-FOUND-COUNT-ED
           END-IF.
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
