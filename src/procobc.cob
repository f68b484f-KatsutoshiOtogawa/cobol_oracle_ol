    ****                   WHEN 1100 RUNS UNDER THE LOCK-BEFORE-OPEN
    ****                   ORDERING, SO IT WAS WRITTEN TO A CLOSED
    ****                   FILE AND LOST).
    **** 2026-10-15  K.O.  STAMP THE DATE AN ITEM WAS FIRST HELD
    ****                   AFTER THE 80-BYTE IMAGE ON TRANHOLD
    ****                   (HOLDRC COPYBOOK) AND APPEND TO THE HOLD
    ****                   FILE INSTEAD OF REWRITING IT.  THE NEW
    ****                   HOLDRLSE STEP RELEASES DUE ITEMS AS A
    ****                   BALANCED TRANIN BATCH AND CARRIES THE REST
    ****                   FORWARD, SO HELD ITEMS NO LONGER NEED A
    ****                   MANUAL TRANMODE=RECYCLE RE-FEED.
    **** 2026-10-15  K.O.  DUAL CONTROL FOR LARGE PAY CHANGES: AN SC
    ****                   WHOSE CHANGE AGAINST THE CURRENT EMP SALARY
    ****                   EXCEEDS APRVPCT PERCENT (DEFAULT 10) OR
    ****                   APRVAMT (DEFAULT 5000), OR AN NH WHOSE
    ****                   START SALARY EXCEEDS APRVNHS (DEFAULT
    ****                   60000), IS NOT POSTED BUT WRITTEN TO THE
    ****                   APPROVAL FILE (APRVPEND, APRVRC COPYBOOK)
    ****                   WITH DISPOSITION PEND AND AN SC-PEND/
    ****                   NH-PEND AUDIT LINE.  THE NEW APRVMNT
    ****                   UTILITY RECORDS THE DECISIONS; AN APPROVED
    ****                   ITEM RETURNS IN THE APPROVAL BATCH, IS
    ****                   MATCHED HERE TO ITS APPROVAL AND POSTS.
    ****                   A ZERO LIMIT SWITCHES THAT TEST OFF.
    **** 2026-10-15  K.O.  WARN WHEN A POSTED NH OR SC PUTS ITS
    ****                   DEPARTMENT OVER THE ANNUAL SALARY BUDGET OR
    ****                   AUTHORIZED HEADCOUNT ON THE NEW DEPTBUDG
    ****                   FILE (BUDGRC COPYBOOK, MAINTAINED BY
    ****                   BUDGLOAD) FOR THE CURRENT FISCAL YEAR
    ****                   (FIRST MONTH FYSTMON, DEFAULT 04): REASON
    ****                   ON THE APPLIED TRANDISP LINE, AN EXCPRPT
    ****                   LINE AND A BUDGET WARNINGS COUNT.  THE
    ****                   POSTING ITSELF IS NOT STOPPED.  NO DEPTBUDG
    ****                   FILE SWITCHES THE CHECK OFF.
    **** 2026-10-15  K.O.  RECORD EVERY POSTED DT IN SALARY_HISTORY
    ****                   AS REASON XFER (OLD = NEW = CURRENT
    ****                   SALARY, DEPT = THE DEPARTMENT BEFORE THE
    ****                   TRANSFER, LIKE THE SC ROW), SO THE AS-OF
    ****                   REPORT CAN ROLL DEPARTMENTS BACK AS WELL
    ****                   AS SALARIES.
    **** 2026-10-15  K.O.  STAMP THE RUN ID AT THE END OF EVERY
    ****                   TRANDISP LINE, SO THE CHGFEED INTERFACE
    ****                   STEP CAN TAKE THE APPLIED CHANGES OF ONE
    ****                   RUN.
    **** 2026-10-15  K.O.  REMEMBER EVERY APPROVAL MARKED POSTED (D)
    ****                   IN THE TRANSACTION PASS AND PUT IT BACK TO
    ****                   APPROVED (A) WHEN THE TRANX COMMIT FAILS,
    ****                   SO THE APPROVAL IS NOT LOST WITH THE
    ****                   UPDATES THAT WERE NEVER COMMITTED.
    **** 2026-10-15  K.O.  LOOK UP APPROVALS FOR EVERY SC AND NH, NOT
    ****                   ONLY OVER THE LIMIT, SO AN APPROVED ITEM
    ****                   NOW UNDER THE LIMIT IS STILL MARKED POSTED.
    ****                   AN APPROVED ITEM THAT IS HELD OR RECYCLED
    ****                   INSTEAD OF POSTED IS MARKED H OR F SO THE
    ****                   APPROVAL BATCH STOPS CARRYING IT; IT POSTS
    ****                   WHEN IT COMES BACK FROM HOLDRLSE OR A
    ****                   RECYCLE RE-FEED.  A FAILED COMMIT PUTS
    ****                   EVERY APPROVAL MARKED IN THE RUN BACK TO
    ****                   ITS PRIOR STATUS.
    **** 2026-10-15  K.O.  APPEND TO RECYCLE INSTEAD OF REWRITING IT
    ****                   (SEVERAL RUNS A NIGHT, AND APRVMNT ALSO
    ****                   APPENDS); REFUSE A RECYCLE RE-FEED THAT
    ****                   READS RECYCLE ITSELF AS TRANIN.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-RUNSTATS-STATUS.
    **** 発効日未到来で保留したトランザクションの留置きファイル。
    **** 毎夜 HOLDRLSE が発効日の到来したものを BH／BT 付きの
    **** TRANIN バッチへ切り出し、残りを次の世代へ写す（運用側で
    **** TRANHOLN と入れ替える）。本プログラムは追記するだけ。
           SELECT TRANSACTION-HOLD  ASSIGN TO "TRANHOLD"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TRANHOLD-STATUS.
           SELECT RECYCLE-FILE      ASSIGN TO "RECYCLE"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-RECYCLE-STATUS.
    **** 二重承認待ちファイル（承認限度を超えた SC／NH の留置き。
    **** 決裁は APRVMNT が記録する）
           SELECT APPROVAL-FILE     ASSIGN TO "APRVPEND"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS APRV-KEY
                                     FILE STATUS IS WS-APRVPEND-STATUS.
    **** 転記済みバッチ登記ファイル（バッチ番号キー）。同じ TRANIN
    **** バッチの二重転記を 2510 の検証で拒否するために使う。
           SELECT POSTED-BATCH-FILE ASSIGN TO "PBREGST"
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS CONTROL-DEPT-NUMBER
                                     FILE STATUS IS WS-CTLTOTAL-STATUS.
    **** 部門別予算ファイル（BUDGLOAD が保守。予算超過の警告に読む）
           SELECT DEPT-BUDGET-FILE  ASSIGN TO "DEPTBUDG"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS BUDGET-KEY
                                     FILE STATUS IS WS-DEPTBUDG-STATUS.
    **** 部門別照合レポート
           SELECT RECON-REPORT      ASSIGN TO "RECONRPT"
                                     ORGANIZATION IS LINE SEQUENTIAL
        FD  RUN-STATS-FILE.
        01 RUN-STATS-RECORD         PIC X(90).

    **** HOLDRLSE と共有するレコード様式はコピー本で取り込む。
        FD  TRANSACTION-HOLD.
        COPY "holdrc.cpy".

        FD  RECYCLE-FILE.
        01 RECYCLE-RECORD.
           13 RECYCLE-TRANX-IMAGE   PIC X(80).
           13 RECYCLE-REASON-CODE   PIC X(4).

    **** APRVMNT と共有するレコード様式はコピー本で取り込む。
        FD  APPROVAL-FILE.
        COPY "aprvrc.cpy".

        FD  PREFLIGHT-FILE.
        COPY "prefltrc.cpy".

        FD  CONTROL-TOTAL-FILE.
        COPY "ctltotrc.cpy".

    **** BUDGLOAD と共有するレコード様式はコピー本で取り込む。
        FD  DEPT-BUDGET-FILE.
        COPY "budgrc.cpy".

    **** PBREGMNT と共有するレコード様式はコピー本で取り込む。
        FD  POSTED-BATCH-FILE.
        COPY "pbregrc.cpy".
        01 WS-DEPTREF-STATUS        PIC X(2) VALUE "00".
        01 WS-RUNLOCK-STATUS        PIC X(2) VALUE "00".
        01 WS-PARTSUM-STATUS        PIC X(2) VALUE "00".
        01 WS-APRVPEND-STATUS       PIC X(2) VALUE "00".
        01 WS-DEPTBUDG-STATUS       PIC X(2) VALUE "00".
        01 WS-PREFLIGHT-DATE        PIC 9(8) VALUE ZERO.

    *****************************************************************
    ****              NFND=対象レコード無し SQLE=SQL／書込みエラー
    ****              DUPL=採用対象が既に存在
    ****              DREF=部門参照に無い／閉鎖部門
    ****              APRJ=二重承認で却下（APRVMNT が書く）
    *****************************************************************
        01 WS-PARM-TRANMODE         PIC X(8) VALUE SPACE.
        01 WS-RECYCLE-MODE-SW       PIC X(1) VALUE "N".
           13 WS-RJS-LABEL          PIC X(24).
           13 WS-RJS-COUNT          PIC ZZZZZ9.

    *****************************************************************
    **** 二重承認（承認限度）判定用ワーク
    **** 限度は環境変数 APRVPCT（SC の変更率％、既定 10）、APRVAMT
    **** （SC の変更額、既定 5000）、APRVNHS（NH の初任給与、既定
    **** 60000）で与える。ゼロを指定した判定は行わない。
    *****************************************************************
        01 WS-PARM-APRV-PCT-AREA    PIC X(3) VALUE SPACE.
        01 WS-PARM-APRV-AMT-AREA    PIC X(5) VALUE SPACE.
        01 WS-PARM-APRV-NHS-AREA    PIC X(5) VALUE SPACE.
        01 WS-APRV-LIMIT-PCT        PIC 9(3) VALUE 10.
        01 WS-APRV-LIMIT-AMT        PIC 9(5) VALUE 5000.
        01 WS-APRV-LIMIT-NHS        PIC 9(5) VALUE 60000.
    **** 判定結果： N=限度内  G=承認済みの明細  P=承認待ちに回した
    **** F=承認待ちを書けなかった（失敗として再循環へ）
        01 WS-APRV-SW               PIC X(1) VALUE "N".
           88 APRV-NOT-NEEDED                VALUE "N".
           88 APRV-GRANTED                   VALUE "G".
           88 APRV-PENDED                    VALUE "P".
           88 APRV-FAILED                    VALUE "F".
        01 WS-APRV-OVER-SW          PIC X(1) VALUE "N".
           88 APRV-OVER-LIMIT                VALUE "Y".
        01 WS-APRV-DUP-SW           PIC X(1) VALUE "N".
           88 APRV-ALREADY-PENDING           VALUE "Y".
        01 WS-APRV-SCAN-SW          PIC X(1) VALUE "N".
           88 APRV-SCAN-DONE                 VALUE "Y".
        01 WS-APRV-OLD-SALARY       PIC S9(5)V99 COMP-3 VALUE ZERO.
        01 WS-APRV-NEW-SALARY       PIC S9(5)V99 COMP-3 VALUE ZERO.
        01 WS-APRV-CHANGE           PIC S9(5)V99 COMP-3 VALUE ZERO.
        01 WS-APRV-CHANGE-PCT       PIC S9(3)V99 COMP-3 VALUE ZERO.
        01 WS-APRV-NEXT-SEQ         PIC 9(3) VALUE ZERO.
        01 WS-PEND-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-APRV-POSTED-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-APRV-PARKED-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
    **** 承認済みの明細を保留・再循環へ回すときの状態（H／F）と、
    **** その照合の間だけ退避する承認判定スイッチ。
        01 WS-APRV-PARK-STATUS      PIC X(1) VALUE SPACE.
        01 WS-APRV-SAVE-SW          PIC X(1) VALUE SPACE.
    **** 当実行で転記済み（D）・保留中（H）・再循環中（F）にした
    **** 承認待ちのキーと書換え前の状態。トランザクションの COMMIT
    **** が失敗したとき、これを引いて書換え前の状態へ戻す。
        01 WS-APRV-MARK-COUNT       PIC S9(5) COMP VALUE ZERO.
        01 WS-APRV-MARK-IX          PIC S9(5) COMP VALUE ZERO.
        01 WS-APRV-MARK-OVFL-SW     PIC X(1) VALUE "N".
           88 APRV-MARK-OVERFLOW             VALUE "Y".
        01 WS-APRV-MARK-TAB.
           13 WS-APRV-MARK-ENTRY    OCCURS 9999 TIMES.
              15 WS-APRV-MARK-KEY   PIC X(17).
              15 WS-APRV-MARK-PRIOR-STATUS PIC X(1).
              15 WS-APRV-MARK-PRIOR-RUN-ID PIC X(8).
              15 WS-APRV-MARK-PRIOR-TS     PIC 9(14).
        01 WS-TRANIN-ASSIGN         PIC X(8) VALUE SPACE.

    *****************************************************************
    **** 部門予算超過警告用ワーク
    **** 年度は年度開始月（環境変数 FYSTMON、既定 04）の属する暦年
    **** で呼び、実行日の属する年度の予算と照らす。
    *****************************************************************
        01 WS-PARM-FYSTMON-AREA     PIC X(2) VALUE SPACE.
        01 WS-FY-START-MONTH        PIC 9(2) VALUE 4.
        01 WS-BUDGET-FISCAL-YEAR    PIC 9(4) VALUE ZERO.
        01 WS-BUDGET-RUN-DATE       PIC 9(8) VALUE ZERO.
        01 WS-BUDGET-RUN-DATE-R     REDEFINES WS-BUDGET-RUN-DATE.
           13 WS-BUDGET-RUN-YYYY    PIC 9(4).
           13 WS-BUDGET-RUN-MM      PIC 9(2).
           13 WS-BUDGET-RUN-DD      PIC 9(2).
        01 WS-BUDGET-CHECK-SW       PIC X(1) VALUE "N".
           88 BUDGET-CHECK-ON                VALUE "Y".
        01 WS-BUDGET-OVER-SW        PIC X(1) VALUE "N".
           88 BUDGET-SALARY-OVER             VALUE "Y".
        01 WS-BUDGET-HC-OVER-SW     PIC X(1) VALUE "N".
           88 BUDGET-HEADCOUNT-OVER          VALUE "Y".
        01 WS-BUDGET-INCREASE       PIC S9(5)V99 COMP-3 VALUE ZERO.
        01 WS-BUDGET-HC-ADD         PIC S9(1) COMP-3 VALUE ZERO.
        01 WS-BUDGET-WARN-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-BUDGET-EXC-VALUE.
           13 FILLER                PIC X(5) VALUE "DEPT ".
           13 WS-BEX-DEPT-NUMBER    PIC 9(4).
           13 FILLER                PIC X(5) VALUE " EMP ".
           13 WS-BEX-EMP-NUMBER     PIC 9(5).

    *****************************************************************
    **** トランザクション処理結果（適用／保留／失敗）報告用ワーク
    *****************************************************************
           13 WS-DSP-REASON         PIC X(20).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-DSP-TIMESTAMP      PIC 9(14).
    **** 末尾の実行 ID で、CHGFEED が 1 実行分の適用明細を選ぶ。
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-DSP-RUN-ID         PIC X(8).

    *****************************************************************
    **** チェックポイント／再開処理
         01 HIST-EFF-DATE    PIC 9(8)       VALUE ZERO.
         01 HIST-RUN-TS      PIC 9(14)      VALUE ZERO.
         01 HIST-OS-USER     PIC X(20)      VALUE SPACE.
         01 BUD-DEPT-NUMBER  PIC S9(4) COMP VALUE ZERO.
         01 BUD-HEADCOUNT    PIC S9(9) COMP VALUE ZERO.
         01 BUD-SALARY-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
         01 ENVDATA         PIC X(20).
         01 ORACLE-USERID   PIC X(20).
         01 ORACLE_P        PIC X(20).
           PERFORM 1200-GET-OS-USER         THRU 1200-EXIT.
           PERFORM 1300-GET-DEPT-PARM       THRU 1300-EXIT.
           PERFORM 1350-GET-EMP-PARM        THRU 1350-EXIT.
           PERFORM 1360-GET-APPROVAL-PARMS  THRU 1360-EXIT.
           PERFORM 1365-GET-BUDGET-PARMS    THRU 1365-EXIT.
           PERFORM 1370-GET-TRANMODE-PARM   THRU 1370-EXIT.
           PERFORM 1380-ACQUIRE-RUN-LOCK    THRU 1380-EXIT.
           PERFORM 1500-OPEN-WORK-FILES     THRU 1500-EXIT.
           CLOSE TRANX-DISPOSITION.
           CLOSE RECYCLE-FILE.
           CLOSE TRANSACTION-HOLD.
           CLOSE APPROVAL-FILE.
           IF BUDGET-CHECK-ON
               CLOSE DEPT-BUDGET-FILE
           END-IF.
           CLOSE POSTED-BATCH-FILE.
           CLOSE DEPARTMENT-REF.
           CLOSE ROSTER-REPORT.
        1350-EXIT.
           EXIT.

    **** 二重承認の限度を環境変数 APRVPCT／APRVAMT／APRVNHS から
    **** 取得する。未設定または数字以外のときは既定値のままとする。
        1360-GET-APPROVAL-PARMS.
           DISPLAY "APRVPCT"             UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-APRV-PCT-AREA FROM ENVIRONMENT-VALUE.
           IF WS-PARM-APRV-PCT-AREA IS NUMERIC
               MOVE WS-PARM-APRV-PCT-AREA TO WS-APRV-LIMIT-PCT
           END-IF.
           DISPLAY "APRVAMT"             UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-APRV-AMT-AREA FROM ENVIRONMENT-VALUE.
           IF WS-PARM-APRV-AMT-AREA IS NUMERIC
               MOVE WS-PARM-APRV-AMT-AREA TO WS-APRV-LIMIT-AMT
           END-IF.
           DISPLAY "APRVNHS"             UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-APRV-NHS-AREA FROM ENVIRONMENT-VALUE.
           IF WS-PARM-APRV-NHS-AREA IS NUMERIC
               MOVE WS-PARM-APRV-NHS-AREA TO WS-APRV-LIMIT-NHS
           END-IF.
           DISPLAY "APPROVAL LIMITS: SC PCT=" WS-APRV-LIMIT-PCT
                   " SC AMT=" WS-APRV-LIMIT-AMT
                   " NH SALARY=" WS-APRV-LIMIT-NHS.
        1360-EXIT.
           EXIT.

    **** 予算超過の警告に使う年度を求める。年度開始月を環境変数
    **** FYSTMON（01～12）から取り、開始月より前の月は前年の年度
    **** とする。未設定または範囲外のときは 04 のままとする。
        1365-GET-BUDGET-PARMS.
           DISPLAY "FYSTMON"            UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-FYSTMON-AREA FROM ENVIRONMENT-VALUE.
           IF WS-PARM-FYSTMON-AREA IS NUMERIC
              AND WS-PARM-FYSTMON-AREA >= "01"
              AND WS-PARM-FYSTMON-AREA <= "12"
               MOVE WS-PARM-FYSTMON-AREA TO WS-FY-START-MONTH
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TS-DATE              TO WS-BUDGET-RUN-DATE.
           MOVE WS-BUDGET-RUN-YYYY      TO WS-BUDGET-FISCAL-YEAR.
           IF WS-BUDGET-RUN-MM < WS-FY-START-MONTH
               SUBTRACT 1 FROM WS-BUDGET-FISCAL-YEAR
           END-IF.
           DISPLAY "BUDGET CHECK FISCAL YEAR=" WS-BUDGET-FISCAL-YEAR.
        1365-EXIT.
           EXIT.

    **** トランザクション実行モードを環境変数 TRANMODE から取得する。
    **** RECYCLE のときは、修正済みの再循環ファイルを TRANIN として
    **** 読む（バッチ制御レコードの照合は行わない）。
               SET RECYCLE-RUN         TO TRUE
               DISPLAY "TRANIN WILL BE READ IN RECYCLE FORMAT"
           END-IF.
    **** 再循環ファイルは追記で開くので、RECYCLE そのものを TRANIN
    **** に割り当てると当実行の拒否分を読み戻してしまう。運用側で
    **** 別名へ移して修正したものを読ませる。
           IF RECYCLE-RUN
               DISPLAY "TRANIN"        UPON ENVIRONMENT-NAME
               ACCEPT  WS-TRANIN-ASSIGN FROM ENVIRONMENT-VALUE
               IF WS-TRANIN-ASSIGN = "RECYCLE"
                   DISPLAY "TRANIN=RECYCLE IN RECYCLE MODE"
                   DISPLAY "RUN REFUSED: MOVE RECYCLE ASIDE, CORRECT"
                           " IT AND FEED THE COPY AS TRANIN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
        1370-EXIT.
           EXIT.

               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
    **** 再循環ファイルも追記する（同夜の保留解除・承認分・各区画
    **** の実行と APRVMNT の却下分が互いを消さないように）。再投入
    **** の前に運用側で別名へ移し、修正して TRANIN として流す。
           OPEN EXTEND RECYCLE-FILE.
           IF WS-RECYCLE-STATUS = "35"
               OPEN OUTPUT RECYCLE-FILE
           END-IF.
           IF WS-RECYCLE-STATUS NOT = "00"
               DISPLAY "RECYCLE-FILE OPEN FAILED, STATUS="
                       WS-RECYCLE-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
    **** 留置きファイルは上書きせず追記する（前夜までの保留分は
    **** HOLDRLSE が次の世代へ引き継いでいる）。
           OPEN EXTEND TRANSACTION-HOLD.
           IF WS-TRANHOLD-STATUS = "35"
               OPEN OUTPUT TRANSACTION-HOLD
           END-IF.
           IF WS-TRANHOLD-STATUS NOT = "00"
               DISPLAY "TRANSACTION-HOLD OPEN FAILED, STATUS="
                       WS-TRANHOLD-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
    **** 承認待ちファイルも初回実行時は新規作成する。
           OPEN I-O APPROVAL-FILE.
           IF WS-APRVPEND-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF.
           IF WS-APRVPEND-STATUS NOT = "00"
               DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS="
                       WS-APRVPEND-STATUS
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
    **** 部門予算ファイルがまだ無い環境では予算超過の警告を行わない。
           OPEN INPUT DEPT-BUDGET-FILE.
           EVALUATE WS-DEPTBUDG-STATUS
               WHEN "00"
                   SET BUDGET-CHECK-ON TO TRUE
               WHEN "35"
                   DISPLAY "DEPT-BUDGET-FILE NOT FOUND, "
                           "BUDGET CHECK SKIPPED"
               WHEN OTHER
                   DISPLAY "DEPT-BUDGET-FILE OPEN FAILED, STATUS="
                           WS-DEPTBUDG-STATUS
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-EVALUATE.
           OPEN I-O POSTED-BATCH-FILE.
    **** ファイルが無い初回実行時は新規作成する（CTLLOAD の
    **** CTLTOTAL と同じ手順）。
               DISPLAY "TRANX COMMIT WORK FAILED, SQLCODE=" SQLCODE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               EXEC SQL ROLLBACK WORK END-EXEC
               PERFORM 2580-RESTORE-APPROVALS THRU 2580-EXIT
           ELSE
               ADD 1 TO WS-STAT-COMMIT-COUNT
    **** バッチ検証を通って転記を確定できたバッチを登記し、
        2560-EXIT.
           EXIT.

    *****************************************************************
    **** 2580  COMMIT 失敗時の承認待ちの戻し
    **** 転記が確定しなかったので、当実行で転記済み（D）・保留中
    **** （H）・再循環中（F）にした承認待ちを書換え前の状態へ戻す。
    **** 同じキーを二度書き換えたときは最初の控えが戻り先になる。
    *****************************************************************
        2580-RESTORE-APPROVALS.
           IF WS-APRV-MARK-COUNT = ZERO
               GO TO 2580-EXIT
           END-IF.
           PERFORM 2585-RESTORE-ONE-APPROVAL THRU 2585-EXIT
               VARYING WS-APRV-MARK-IX FROM 1 BY 1
               UNTIL WS-APRV-MARK-IX > WS-APRV-MARK-COUNT.
           IF APRV-MARK-OVERFLOW
               DISPLAY "APPROVALS BEYOND " WS-APRV-MARK-COUNT
                       " NOT RESTORED: CHECK APRVPEND FOR RUN "
                       WS-RUN-ID
           END-IF.
           DISPLAY "APPROVALS RESTORED TO PRIOR STATUS="
                   WS-APRV-MARK-COUNT.
           MOVE ZERO TO WS-APRV-POSTED-COUNT.
           MOVE ZERO TO WS-APRV-PARKED-COUNT.
        2580-EXIT.
           EXIT.

        2585-RESTORE-ONE-APPROVAL.
           MOVE WS-APRV-MARK-KEY (WS-APRV-MARK-IX) TO APRV-KEY.
           READ APPROVAL-FILE
               KEY IS APRV-KEY
               INVALID KEY
                   DISPLAY "APPROVAL NOT FOUND FOR RESTORE, KEY="
                           APRV-KEY
                   GO TO 2585-EXIT
           END-READ.
           IF APRV-POSTED-RUN-ID NOT = WS-RUN-ID
               GO TO 2585-EXIT
           END-IF.
           MOVE WS-APRV-MARK-PRIOR-STATUS (WS-APRV-MARK-IX)
                                     TO APRV-STATUS.
           MOVE WS-APRV-MARK-PRIOR-RUN-ID (WS-APRV-MARK-IX)
                                     TO APRV-POSTED-RUN-ID.
           MOVE WS-APRV-MARK-PRIOR-TS (WS-APRV-MARK-IX)
                                     TO APRV-POSTED-TS.
           REWRITE APRV-RECORD
               INVALID KEY
                   DISPLAY "APPROVAL RESTORE FAILED, KEY=" APRV-KEY
           END-REWRITE.
        2585-EXIT.
           EXIT.

    **** 給与変更トランザクションを EMP 表と社員マスターへ転記する。
    **** 発効日が当日より先のものは適用せず「保留」として報告する。
        2600-PROCESS-SALARY-CHANGE.
               MOVE ZERO            TO HIST-OLD-SALARY
               MOVE ZERO            TO HIST-DEPT-NUMBER
           END-IF.
    **** 承認限度を超える変更は転記せず承認待ちへ回す。変更幅は
    **** EMP 表の現給与に対して測る（現給与が取れないときは
    **** トランザクション上の旧給与）。承認済みの明細だけ先へ進む。
           IF HIST-OLD-SALARY = ZERO
              AND TRANX-SC-OLD-SALARY IS NUMERIC
               MOVE TRANX-SC-OLD-SALARY TO WS-APRV-OLD-SALARY
           ELSE
               MOVE HIST-OLD-SALARY  TO WS-APRV-OLD-SALARY
           END-IF.
           MOVE TRANX-SC-NEW-SALARY TO WS-APRV-NEW-SALARY.
           PERFORM 2610-CHECK-APPROVAL-LIMIT THRU 2610-EXIT.
           IF APRV-PENDED OR APRV-FAILED
               GO TO 2600-EXIT
           END-IF.
           EXEC SQL
               UPDATE EMP
                  SET SALARY = :UPD-NEW-SALARY
               MOVE TRANX-SC-NEW-SALARY  TO HIST-NEW-SALARY
               MOVE TRANX-SC-REASON-CODE TO HIST-REASON-CODE
               PERFORM 2650-INSERT-SALARY-HISTORY THRU 2650-EXIT
               IF APRV-GRANTED
                   PERFORM 2645-MARK-APPROVAL-POSTED THRU 2645-EXIT
               END-IF
               MOVE HIST-DEPT-NUMBER TO BUD-DEPT-NUMBER
               COMPUTE WS-BUDGET-INCREASE =
                       TRANX-SC-NEW-SALARY - HIST-OLD-SALARY
               MOVE ZERO             TO WS-BUDGET-HC-ADD
               PERFORM 2660-CHECK-DEPT-BUDGET THRU 2660-EXIT
           ELSE
               MOVE "FAILED"         TO WS-DSP-DISPOSITION
           END-IF.
        2600-EXIT.
           EXIT.

    *****************************************************************
    **** 2610  承認限度の判定（SC／NH 共通）
    **** 呼出し側が WS-APRV-OLD-SALARY／WS-APRV-NEW-SALARY を設定
    **** しておく（NH の旧給与はゼロ）。先に承認待ちファイルを
    **** 引き、原形の一致する承認済み（保留・再循環から戻ったもの
    **** を含む）の明細なら限度に関わらず転記させて、転記後に D に
    **** する（承認後に現給与が変わって限度内になったものも）。
    **** 承認も決裁待ちも無く限度内なら何もしない。限度を超える
    **** ときは承認待ちとして書き、処理結果 PEND と監査ログを書く。
    *****************************************************************
        2610-CHECK-APPROVAL-LIMIT.
           MOVE "N"                  TO WS-APRV-SW.
           MOVE "N"                  TO WS-APRV-OVER-SW.
           MOVE ZERO                 TO WS-APRV-CHANGE-PCT.
           IF TRANX-NEW-HIRE
               IF WS-APRV-LIMIT-NHS NOT = ZERO
                  AND WS-APRV-NEW-SALARY > WS-APRV-LIMIT-NHS
                   SET APRV-OVER-LIMIT TO TRUE
               END-IF
           ELSE
    **** 減額も大幅なものは同じく承認に回すため、変更幅は絶対値で
    **** 測る。
               COMPUTE WS-APRV-CHANGE =
                   WS-APRV-NEW-SALARY - WS-APRV-OLD-SALARY
               IF WS-APRV-CHANGE < ZERO
                   COMPUTE WS-APRV-CHANGE = ZERO - WS-APRV-CHANGE
               END-IF
               IF WS-APRV-LIMIT-AMT NOT = ZERO
                  AND WS-APRV-CHANGE > WS-APRV-LIMIT-AMT
                   SET APRV-OVER-LIMIT TO TRUE
               END-IF
               IF WS-APRV-OLD-SALARY = ZERO
                   IF WS-APRV-CHANGE > ZERO
                       MOVE 999.99     TO WS-APRV-CHANGE-PCT
                   END-IF
               ELSE
                   COMPUTE WS-APRV-CHANGE-PCT ROUNDED =
                       WS-APRV-CHANGE * 100 / WS-APRV-OLD-SALARY
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-APRV-CHANGE-PCT
                   END-COMPUTE
               END-IF
               IF WS-APRV-LIMIT-PCT NOT = ZERO
                  AND WS-APRV-CHANGE-PCT > WS-APRV-LIMIT-PCT
                   SET APRV-OVER-LIMIT TO TRUE
               END-IF
           END-IF.
           PERFORM 2620-FIND-APPROVAL THRU 2620-EXIT.
           IF APRV-GRANTED
               DISPLAY "APPROVED BY " APRV-DECIDE-USER
                       " ON " APRV-DECIDE-TS ", POSTING"
               GO TO 2610-EXIT
           END-IF.
    **** 決裁を待っている同じ明細は、限度内になっていても待たせる
    **** （ここで転記すると、後の承認で二度目の転記になる）。
           IF NOT APRV-OVER-LIMIT
              AND NOT APRV-ALREADY-PENDING
               GO TO 2610-EXIT
           END-IF.
    **** 同じ明細が既に承認待ちなら重ねて書かない（起票し直しや
    **** 同じバッチの再循環で二重に決裁を求めないように）。
           IF APRV-ALREADY-PENDING
               SET APRV-PENDED       TO TRUE
               MOVE "ALREADY PENDING" TO WS-DSP-REASON
           ELSE
               PERFORM 2640-WRITE-PENDING THRU 2640-EXIT
           END-IF.
           IF APRV-FAILED
               MOVE "FAILED"         TO WS-DSP-DISPOSITION
               MOVE "APPROVAL FILE ERR" TO WS-DSP-REASON
               PERFORM 2900-WRITE-DISPOSITION THRU 2900-EXIT
               MOVE "SQLE"           TO WS-RECYCLE-REASON
               PERFORM 2950-WRITE-RECYCLE THRU 2950-EXIT
               GO TO 2610-EXIT
           END-IF.
           MOVE "PEND"               TO WS-DSP-DISPOSITION.
           PERFORM 2900-WRITE-DISPOSITION THRU 2900-EXIT.
           MOVE TRANX-EMP-NUMBER     TO WS-AUD-EMP-NUMBER.
           IF TRANX-NEW-HIRE
               MOVE "NH-PEND"        TO WS-AUD-OPERATION
           ELSE
               MOVE "SC-PEND"        TO WS-AUD-OPERATION
           END-IF.
           PERFORM 3300-WRITE-AUDIT-LOG THRU 3300-EXIT.
           ADD 1 TO WS-PEND-COUNT.
        2610-EXIT.
           EXIT.

    **** 同じ社員・区分・発効日の承認待ちレコードを連番順に読み、
    **** 原形の一致する承認済み（A・H・F）・承認待ちを探す。併せて
    **** 次の空き連番を求める。
        2620-FIND-APPROVAL.
           MOVE "N"                  TO WS-APRV-DUP-SW.
           MOVE "N"                  TO WS-APRV-SCAN-SW.
           MOVE 1                    TO WS-APRV-NEXT-SEQ.
           MOVE TRANX-EMP-NUMBER     TO APRV-EMP-NUMBER.
           MOVE TRANX-TYPE-CODE      TO APRV-TYPE-CODE.
           MOVE TRANX-EFFECTIVE-DATE TO APRV-EFFECTIVE-DATE.
           MOVE ZERO                 TO APRV-SEQ.
           START APPROVAL-FILE
               KEY IS NOT LESS THAN APRV-KEY
               INVALID KEY
                   SET APRV-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2630-READ-APPROVAL-ENTRY THRU 2630-EXIT
               UNTIL APRV-SCAN-DONE.
        2620-EXIT.
           EXIT.

        2630-READ-APPROVAL-ENTRY.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET APRV-SCAN-DONE TO TRUE
                   GO TO 2630-EXIT
           END-READ.
           IF APRV-EMP-NUMBER NOT = TRANX-EMP-NUMBER
              OR APRV-TYPE-CODE NOT = TRANX-TYPE-CODE
              OR APRV-EFFECTIVE-DATE NOT = TRANX-EFFECTIVE-DATE
               SET APRV-SCAN-DONE    TO TRUE
               GO TO 2630-EXIT
           END-IF.
           COMPUTE WS-APRV-NEXT-SEQ = APRV-SEQ + 1.
           IF APRV-TRANX-IMAGE NOT = TRANX-RECORD
               GO TO 2630-EXIT
           END-IF.
           IF APRV-APPROVED OR APRV-HELD OR APRV-RECYCLED
               SET APRV-GRANTED      TO TRUE
               SET APRV-SCAN-DONE    TO TRUE
               GO TO 2630-EXIT
           END-IF.
           IF APRV-PENDING
               SET APRV-ALREADY-PENDING TO TRUE
           END-IF.
        2630-EXIT.
           EXIT.

    **** 承認待ちを 1 件書く（起票した OS ユーザー・実行 ID・
    **** バッチ番号を添える。承認者はこれと別人でなければならない）。
    **** 書けなければ転記も保留もできないので失敗扱いとする。
        2640-WRITE-PENDING.
           IF WS-APRV-NEXT-SEQ > 99
               DISPLAY "APPROVAL FILE SEQUENCE FULL, EMP="
                       TRANX-EMP-NUMBER
               SET APRV-FAILED       TO TRUE
               GO TO 2640-EXIT
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE SPACE                TO APRV-RECORD.
           MOVE TRANX-EMP-NUMBER     TO APRV-EMP-NUMBER.
           MOVE TRANX-TYPE-CODE      TO APRV-TYPE-CODE.
           MOVE TRANX-EFFECTIVE-DATE TO APRV-EFFECTIVE-DATE.
           MOVE WS-APRV-NEXT-SEQ     TO APRV-SEQ.
           MOVE TRANX-RECORD         TO APRV-TRANX-IMAGE.
           SET APRV-PENDING          TO TRUE.
           MOVE WS-APRV-OLD-SALARY   TO APRV-OLD-SALARY.
           MOVE WS-APRV-NEW-SALARY   TO APRV-NEW-SALARY.
           MOVE WS-APRV-CHANGE-PCT   TO APRV-CHANGE-PCT.
           MOVE WS-OS-USER-ID        TO APRV-SUBMIT-USER.
           MOVE WS-RUN-ID            TO APRV-SUBMIT-RUN-ID.
           MOVE WS-TIMESTAMP-14      TO APRV-SUBMIT-TS.
           MOVE WS-BV-BATCH-NUMBER   TO APRV-SUBMIT-BATCH.
           MOVE ZERO                 TO APRV-DECIDE-TS.
           MOVE ZERO                 TO APRV-APPROVAL-BATCH.
           MOVE ZERO                 TO APRV-POSTED-TS.
           WRITE APRV-RECORD
               INVALID KEY
                   SET APRV-FAILED   TO TRUE
           END-WRITE.
           IF APRV-FAILED
              OR WS-APRVPEND-STATUS NOT = "00"
               DISPLAY "APPROVAL FILE WRITE FAILED, STATUS="
                       WS-APRVPEND-STATUS " EMP=" TRANX-EMP-NUMBER
               MOVE "APRVPEND WRITE"  TO WS-EXC-FIELD-NAME
               MOVE TRANX-EMP-NUMBER  TO WS-EXC-BAD-VALUE
               PERFORM 8110-WRITE-EXCEPTION THRU 8110-EXIT
               SET APRV-FAILED       TO TRUE
               GO TO 2640-EXIT
           END-IF.
           SET APRV-PENDED           TO TRUE.
           MOVE "APPROVAL REQUIRED"  TO WS-DSP-REASON.
        2640-EXIT.
           EXIT.

    **** 承認済みの明細を転記し終えたら、承認待ちレコードを転記済み
    **** にして同じ承認で二度転記されないようにする。2620 で読んだ
    **** レコードがまだレコード域に在る。COMMIT が失敗したときに
    **** 2580 で戻せるよう、書き換えたキーと前の状態を控えておく。
        2645-MARK-APPROVAL-POSTED.
           PERFORM 2648-SAVE-APPROVAL-MARK THRU 2648-EXIT.
           SET APRV-POSTED           TO TRUE.
           MOVE WS-RUN-ID            TO APRV-POSTED-RUN-ID.
           MOVE WS-AUD-TIMESTAMP     TO APRV-POSTED-TS.
           REWRITE APRV-RECORD
               INVALID KEY
                   DISPLAY "APPROVAL FILE REWRITE FAILED, EMP="
                           TRANX-EMP-NUMBER
           END-REWRITE.
           IF WS-APRVPEND-STATUS NOT = "00"
               MOVE "APRVPEND REWRITE" TO WS-EXC-FIELD-NAME
               MOVE TRANX-EMP-NUMBER  TO WS-EXC-BAD-VALUE
               PERFORM 8110-WRITE-EXCEPTION THRU 8110-EXIT
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           ELSE
               PERFORM 2649-KEEP-APPROVAL-MARK THRU 2649-EXIT
           END-IF.
           ADD 1 TO WS-APRV-POSTED-COUNT.
        2645-EXIT.
           EXIT.

    **** 承認済みの SC／NH が転記されずに保留（WS-APRV-PARK-STATUS
    **** が H）・再循環（F）へ回るとき、原形の一致する承認を同じ
    **** 状態にして承認バッチに載らないようにする。保留解除・再循環
    **** の再投入で戻ってきたときに 2620 が見つけて転記する。
    **** 呼出し側の承認判定スイッチは退避して戻す。
        2646-PARK-APPROVAL.
           IF NOT TRANX-SALARY-CHANGE
              AND NOT TRANX-NEW-HIRE
               GO TO 2646-EXIT
           END-IF.
           MOVE WS-APRV-SW           TO WS-APRV-SAVE-SW.
           MOVE "N"                  TO WS-APRV-SW.
           PERFORM 2620-FIND-APPROVAL THRU 2620-EXIT.
           IF NOT APRV-GRANTED
              OR APRV-STATUS = WS-APRV-PARK-STATUS
               MOVE WS-APRV-SAVE-SW  TO WS-APRV-SW
               GO TO 2646-EXIT
           END-IF.
           MOVE WS-APRV-SAVE-SW      TO WS-APRV-SW.
           PERFORM 2648-SAVE-APPROVAL-MARK THRU 2648-EXIT.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-APRV-PARK-STATUS  TO APRV-STATUS.
           MOVE WS-RUN-ID            TO APRV-POSTED-RUN-ID.
           MOVE WS-TIMESTAMP-14      TO APRV-POSTED-TS.
           REWRITE APRV-RECORD
               INVALID KEY
                   DISPLAY "APPROVAL FILE REWRITE FAILED, EMP="
                           TRANX-EMP-NUMBER
           END-REWRITE.
           IF WS-APRVPEND-STATUS NOT = "00"
               MOVE "APRVPEND REWRITE" TO WS-EXC-FIELD-NAME
               MOVE TRANX-EMP-NUMBER  TO WS-EXC-BAD-VALUE
               PERFORM 8110-WRITE-EXCEPTION THRU 8110-EXIT
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2646-EXIT
           END-IF.
           PERFORM 2649-KEEP-APPROVAL-MARK THRU 2649-EXIT.
           ADD 1 TO WS-APRV-PARKED-COUNT.
           DISPLAY "APPROVAL FOR EMP=" TRANX-EMP-NUMBER
                   " SET TO " WS-APRV-PARK-STATUS.
        2646-EXIT.
           EXIT.

    **** 書き換える前の承認待ちレコードのキーと状態を控える。
        2648-SAVE-APPROVAL-MARK.
           IF WS-APRV-MARK-COUNT < 9999
               MOVE APRV-KEY
                   TO WS-APRV-MARK-KEY (WS-APRV-MARK-COUNT + 1)
               MOVE APRV-STATUS
                   TO WS-APRV-MARK-PRIOR-STATUS (WS-APRV-MARK-COUNT + 1)
               MOVE APRV-POSTED-RUN-ID
                   TO WS-APRV-MARK-PRIOR-RUN-ID (WS-APRV-MARK-COUNT + 1)
               MOVE APRV-POSTED-TS
                   TO WS-APRV-MARK-PRIOR-TS (WS-APRV-MARK-COUNT + 1)
           END-IF.
        2648-EXIT.
           EXIT.

    **** 書換えに成功した控えを確定する（表が一杯なら溢れを記録）。
        2649-KEEP-APPROVAL-MARK.
           IF WS-APRV-MARK-COUNT < 9999
               ADD 1 TO WS-APRV-MARK-COUNT
           ELSE
               SET APRV-MARK-OVERFLOW TO TRUE
           END-IF.
        2649-EXIT.
           EXIT.

    **** 転記済みの給与異動 1 件を給与履歴表へ記録する。呼出し側が
    **** HIST-OLD-SALARY／HIST-NEW-SALARY／HIST-DEPT-NUMBER／
    **** HIST-REASON-CODE を設定しておく（SC のほか NH・DT・TM も
    **** 使う）。
    **** 履歴の記録失敗は転記自体の失敗とはせず、例外として報告する。
        2650-INSERT-SALARY-HISTORY.
           MOVE TRANX-EFFECTIVE-DATE TO HIST-EFF-DATE.
        2650-EXIT.
           EXIT.

    *****************************************************************
    **** 2660  部門予算超過の警告（SC／NH の転記直後）
    **** 呼出し側が BUD-DEPT-NUMBER・WS-BUDGET-INCREASE（給与の
    **** 増加額）・WS-BUDGET-HC-ADD（NH は 1）を設定しておく。
    **** 転記後の部門の在職者数と給与合計（同じセッションの未
    **** コミットの更新を含む）を当年度の予算・定員と比べ、増加させた
    **** 側が超えていれば処理結果の理由欄と例外レポートで知らせる。
    **** 転記は取り消さない。予算の無い部門は予実差異レポート
    **** （BUDGVAR）で拾うのでここでは何もしない。
    *****************************************************************
        2660-CHECK-DEPT-BUDGET.
           IF NOT BUDGET-CHECK-ON
               GO TO 2660-EXIT
           END-IF.
           IF WS-BUDGET-INCREASE NOT > ZERO
              AND WS-BUDGET-HC-ADD = ZERO
               GO TO 2660-EXIT
           END-IF.
           MOVE BUD-DEPT-NUMBER      TO BUDGET-DEPT-NUMBER.
           MOVE WS-BUDGET-FISCAL-YEAR TO BUDGET-FISCAL-YEAR.
           READ DEPT-BUDGET-FILE
               KEY IS BUDGET-KEY
               INVALID KEY
                   GO TO 2660-EXIT
           END-READ.
           EXEC SQL
               SELECT COUNT(*), NVL(SUM(SALARY), 0)
                 INTO :BUD-HEADCOUNT, :BUD-SALARY-TOTAL
                 FROM EMP
                WHERE DEPT_NUMBER = :BUD-DEPT-NUMBER
                  AND NVL(EMP_STATUS, 'A') = 'A'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "DEPT BUDGET TOTALS SELECT FAILED, SQLCODE="
                       SQLCODE
               GO TO 2660-EXIT
           END-IF.
           MOVE "N"                  TO WS-BUDGET-OVER-SW.
           MOVE "N"                  TO WS-BUDGET-HC-OVER-SW.
           IF WS-BUDGET-INCREASE > ZERO
              AND BUD-SALARY-TOTAL > BUDGET-SALARY-AMOUNT
               SET BUDGET-SALARY-OVER TO TRUE
           END-IF.
           IF WS-BUDGET-HC-ADD > ZERO
              AND BUD-HEADCOUNT > BUDGET-HEADCOUNT
               SET BUDGET-HEADCOUNT-OVER TO TRUE
           END-IF.
           IF NOT BUDGET-SALARY-OVER
              AND NOT BUDGET-HEADCOUNT-OVER
               GO TO 2660-EXIT
           END-IF.
           ADD 1 TO WS-BUDGET-WARN-COUNT.
           MOVE BUD-DEPT-NUMBER      TO WS-BEX-DEPT-NUMBER.
           MOVE TRANX-EMP-NUMBER     TO WS-BEX-EMP-NUMBER.
           EVALUATE TRUE
               WHEN BUDGET-SALARY-OVER AND BUDGET-HEADCOUNT-OVER
                   MOVE "OVER BUDGET+HEADCNT" TO WS-DSP-REASON
               WHEN BUDGET-SALARY-OVER
                   MOVE "OVER DEPT BUDGET"    TO WS-DSP-REASON
               WHEN OTHER
                   MOVE "OVER DEPT HEADCOUNT" TO WS-DSP-REASON
           END-EVALUATE.
           IF BUDGET-SALARY-OVER
               MOVE "DEPT BUDGET EXCEEDED" TO WS-EXC-FIELD-NAME
               MOVE WS-BUDGET-EXC-VALUE   TO WS-EXC-BAD-VALUE
               PERFORM 8110-WRITE-EXCEPTION THRU 8110-EXIT
           END-IF.
           IF BUDGET-HEADCOUNT-OVER
               MOVE "DEPT HEADCOUNT OVER" TO WS-EXC-FIELD-NAME
               MOVE WS-BUDGET-EXC-VALUE   TO WS-EXC-BAD-VALUE
               PERFORM 8110-WRITE-EXCEPTION THRU 8110-EXIT
           END-IF.
        2660-EXIT.
           EXIT.

    **** 部門異動トランザクションを EMP 表と社員マスターへ転記する。
    **** 発効日が当日より先のものは適用せず「保留」として報告する。
        2700-PROCESS-DEPT-TRANSFER.
           END-IF.
           MOVE TRANX-EMP-NUMBER    TO UPD-EMP-NUMBER.
           MOVE TRANX-DT-NEW-DEPT   TO UPD-NEW-DEPT.
    **** 給与履歴用に、異動前の部門と給与を EMP 表から控える。
           MOVE TRANX-EMP-NUMBER    TO HIST-EMP-NUMBER.
           EXEC SQL
               SELECT SALARY, DEPT_NUMBER
                 INTO :HIST-OLD-SALARY, :HIST-DEPT-NUMBER
                 FROM EMP
                WHERE EMP_NUMBER = :HIST-EMP-NUMBER
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE ZERO            TO HIST-OLD-SALARY
               MOVE ZERO            TO HIST-DEPT-NUMBER
           END-IF.
           EXEC SQL
               UPDATE EMP
                  SET DEPT_NUMBER = :UPD-NEW-DEPT
               MOVE "DT-POST"        TO WS-AUD-OPERATION
               PERFORM 3300-WRITE-AUDIT-LOG THRU 3300-EXIT
               ADD 1 TO WS-STAT-TRANX-APPLIED
               MOVE HIST-OLD-SALARY  TO HIST-NEW-SALARY
               MOVE "XFER"           TO HIST-REASON-CODE
               PERFORM 2650-INSERT-SALARY-HISTORY THRU 2650-EXIT
           ELSE
               MOVE "FAILED"         TO WS-DSP-DISPOSITION
           END-IF.
               PERFORM 2950-WRITE-RECYCLE THRU 2950-EXIT
               GO TO 2710-EXIT
           END-IF.
    **** 初任給与が承認限度を超える採用も承認待ちへ回す。
           MOVE ZERO                TO WS-APRV-OLD-SALARY.
           MOVE TRANX-NH-START-SALARY TO WS-APRV-NEW-SALARY.
           PERFORM 2610-CHECK-APPROVAL-LIMIT THRU 2610-EXIT.
           IF APRV-PENDED OR APRV-FAILED
               GO TO 2710-EXIT
           END-IF.
           MOVE TRANX-EMP-NUMBER    TO UPD-EMP-NUMBER.
           MOVE TRANX-NH-EMP-NAME   TO INS-EMP-NAME.
           MOVE TRANX-NH-START-SALARY TO UPD-NEW-SALARY.
               MOVE TRANX-NH-START-SALARY TO HIST-NEW-SALARY
               MOVE "HIRE"           TO HIST-REASON-CODE
               PERFORM 2650-INSERT-SALARY-HISTORY THRU 2650-EXIT
               IF APRV-GRANTED
                   PERFORM 2645-MARK-APPROVAL-POSTED THRU 2645-EXIT
               END-IF
               MOVE TRANX-NH-DEPT    TO BUD-DEPT-NUMBER
               MOVE TRANX-NH-START-SALARY TO WS-BUDGET-INCREASE
               MOVE 1                TO WS-BUDGET-HC-ADD
               PERFORM 2660-CHECK-DEPT-BUDGET THRU 2660-EXIT
           ELSE
               MOVE "FAILED"         TO WS-DSP-DISPOSITION
           END-IF.
           MOVE TRANX-EMP-NUMBER     TO WS-DSP-EMP-NUMBER.
           MOVE TRANX-EFFECTIVE-DATE TO WS-DSP-EFFECTIVE-DATE.
           MOVE WS-TIMESTAMP-14      TO WS-DSP-TIMESTAMP.
           MOVE WS-RUN-ID            TO WS-DSP-RUN-ID.
           MOVE WS-DISPOSITION-DETAIL TO TRANX-DISPOSITION-RECORD.
           WRITE TRANX-DISPOSITION-RECORD.
        2900-EXIT.
           MOVE WS-RECYCLE-REASON    TO RECYCLE-REASON-CODE.
           WRITE RECYCLE-RECORD.
           ADD 1 TO WS-RECYCLE-COUNT.
           MOVE "F"                  TO WS-APRV-PARK-STATUS.
           PERFORM 2646-PARK-APPROVAL THRU 2646-EXIT.
           IF WS-RECYCLE-REASON = "SQLE"
               MOVE 12 TO WS-NEW-SEVERITY
           ELSE
        2950-EXIT.
           EXIT.

    **** 保留（発効日未到来）トランザクションを原形のまま、保留
    **** した日付を添えて留置きファイルへ写す。発効日が来れば
    **** HOLDRLSE が TRANIN バッチへ切り出す。保留日付は HOLDRLSE
    **** の経過日数報告に使う。
        2970-WRITE-HOLD.
           MOVE TRANX-RECORD         TO HOLD-TRANX-IMAGE.
           MOVE WS-TS-DATE           TO HOLD-HELD-DATE.
           WRITE HOLD-RECORD.
           MOVE "H"                  TO WS-APRV-PARK-STATUS.
           PERFORM 2646-PARK-APPROVAL THRU 2646-EXIT.
        2970-EXIT.
           EXIT.

    **** 拒否件数の理由別・区分別集計を例外報告ファイルへ書く。
        2990-WRITE-REJECT-SUMMARY.
    **** 承認待ちに回した件数と承認済みで転記した件数は拒否では
    **** ないが、承認者への申し送りとして同じ箇所に書く。
           IF WS-PEND-COUNT NOT = ZERO
              OR WS-APRV-POSTED-COUNT NOT = ZERO
              OR WS-APRV-PARKED-COUNT NOT = ZERO
               MOVE "PENDING APPROVAL     ="  TO WS-RJS-LABEL
               MOVE WS-PEND-COUNT      TO WS-RJS-COUNT
               PERFORM 2995-WRITE-SUMMARY-LINE THRU 2995-EXIT
               MOVE "POSTED AFTER APPROVAL="  TO WS-RJS-LABEL
               MOVE WS-APRV-POSTED-COUNT TO WS-RJS-COUNT
               PERFORM 2995-WRITE-SUMMARY-LINE THRU 2995-EXIT
               DISPLAY "PENDING APPROVAL     =" WS-PEND-COUNT
               DISPLAY "POSTED AFTER APPROVAL=" WS-APRV-POSTED-COUNT
               MOVE "APPROVED, HELD/RECYC ="  TO WS-RJS-LABEL
               MOVE WS-APRV-PARKED-COUNT TO WS-RJS-COUNT
               PERFORM 2995-WRITE-SUMMARY-LINE THRU 2995-EXIT
               DISPLAY "APPROVED, HELD/RECYC =" WS-APRV-PARKED-COUNT
           END-IF.
    **** 予算超過の警告件数も転記の申し送りとして書く。
           IF WS-BUDGET-WARN-COUNT NOT = ZERO
               MOVE "DEPT BUDGET WARNINGS ="  TO WS-RJS-LABEL
               MOVE WS-BUDGET-WARN-COUNT TO WS-RJS-COUNT
               PERFORM 2995-WRITE-SUMMARY-LINE THRU 2995-EXIT
               DISPLAY "DEPT BUDGET WARNINGS =" WS-BUDGET-WARN-COUNT
           END-IF.
           IF WS-RECYCLE-COUNT = ZERO
               GO TO 2990-EXIT
           END-IF.
