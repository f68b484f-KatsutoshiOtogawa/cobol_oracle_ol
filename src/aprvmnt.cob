    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 APRVMNT.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  DUAL-CONTROL APPROVAL OF THE
    ****                   LARGE SC/NH ITEMS THAT THE MAIN BATCH
    ****                   PARKED ON THE APPROVAL FILE (APRVPEND).
    ****                   APRFUNC=LIST (DEFAULT) PRINTS EVERY ITEM
    ****                   STILL PENDING OR APPROVED BUT NOT YET
    ****                   POSTED TO THE APRVRPT REPORT.
    ****                   APRFUNC=DECIDE READS THE DECISION FILE
    ****                   (APRVDEC: EMP, TYPE, EFFECTIVE DATE,
    ****                   SEQUENCE, A OR R).  THE APPROVER'S OS USER
    ****                   MUST DIFFER FROM THE USER WHO SUBMITTED THE
    ****                   ITEM; A SELF-APPROVAL IS REFUSED.  APPROVED
    ****                   ITEMS GO TO A BALANCED TRANIN BATCH
    ****                   (APRVTRAN, BATCH NUMBER FROM APRBTCH,
    ****                   DEFAULT 700001, SKIPPING PBREGST) FOR THE
    ****                   NEXT RUN; REJECTED ITEMS ARE APPENDED TO
    ****                   RECYCLE WITH REASON APRJ.  EVERY DECISION
    ****                   IS WRITTEN TO AUDITLOG.  RETURN CODES:
    ****                   0 CLEAN, 4 A DECISION WAS REFUSED, 12 OPEN
    ****                   FAILURE, NO OS USER OR NO FREE BATCH NUMBER.
    **** 2026-10-15  K.O.  APRVTRAN IS REBUILT ON EVERY DECIDE RUN:
    ****                   AFTER THE DAY'S DECISIONS, EVERY ITEM STILL
    ****                   APPROVED BUT NOT POSTED IS CARRIED INTO THE
    ****                   NEW BATCH, SO AN UNPOSTED BATCH IS NO
    ****                   LONGER LOST WHEN THE FILE IS OVERWRITTEN.
    ****                   APRFUNC=BATCH REBUILDS APRVTRAN THE SAME
    ****                   WAY WITHOUT READING DECISIONS (NIGHTLY
    ****                   STREAM, BEFORE THE APPROVAL POSTING STEP).
    ****                   RETURN CODE KEPT IN WS-HIGHEST-SEVERITY.
    **** 2026-10-15  K.O.  LIST SHOWS APPROVED ITEMS THAT SAMPLE-13 HAS
    ****                   HELD (H) OR RECYCLED (F); THE BATCH STILL
    ****                   CARRIES ONLY APPROVED (A) ITEMS.
    **** 2026-10-15  K.O.  THE CARRY SKIPS ONLY ITEMS APPROVED IN THIS
    ****                   RUN (KEPT IN A TABLE), NOT EVERY ITEM WITH
    ****                   THIS BATCH NUMBER: THE NUMBER IS REUSED BY
    ****                   EVERY RUN UNTIL THE BATCH IS POSTED, SO AN
    ****                   EARLIER RUN'S APPROVALS WERE LEFT OUT.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** 二重承認待ちファイル（procobc.cob が書く）
           SELECT APPROVAL-FILE     ASSIGN TO "APRVPEND"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS APRV-KEY
                                     FILE STATUS IS WS-APRVPEND-STATUS.
    **** 承認者の決裁ファイル（APRFUNC=DECIDE のとき読む）
           SELECT DECISION-FILE     ASSIGN TO "APRVDEC"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-APRVDEC-STATUS.
    **** 承認済み明細のバッチ（BH／明細／BT）。
    **** SAMPLE-13 の TRANIN に割り当てて通常のバッチとして流す。
           SELECT APPROVAL-BATCH    ASSIGN TO "APRVTRAN"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-APRVTRAN-STATUS.
    **** 拒否トランザクション再循環ファイル（却下分を追記する）
           SELECT RECYCLE-FILE      ASSIGN TO "RECYCLE"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-RECYCLE-STATUS.
    **** 監査ログファイル（決裁を追記する）
           SELECT AUDIT-LOG         ASSIGN TO "AUDITLOG"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-AUDITLOG-STATUS.
    **** 転記済みバッチ登記ファイル（バッチ番号の重複回避に読む）
           SELECT POSTED-BATCH-FILE ASSIGN TO "PBREGST"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS PBREG-BATCH-NUMBER
                                     FILE STATUS IS WS-PBREGST-STATUS.
    **** 承認待ち一覧・決裁結果レポート
           SELECT APPROVAL-REPORT   ASSIGN TO "APRVRPT"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-APRVRPT-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
    **** procobc.cob と共有するレコード様式はコピー本で取り込む。
        FD  APPROVAL-FILE.
        COPY "aprvrc.cpy".

    **** 決裁 1 件 80 桁。キーは APRVRPT の一覧に印字したもの。
    **** 決裁区分： A=承認  R=却下
        FD  DECISION-FILE.
        01 DECISION-RECORD.
           13 DEC-EMP-NUMBER        PIC 9(5).
           13 DEC-TYPE-CODE         PIC X(2).
           13 DEC-EFFECTIVE-DATE    PIC 9(8).
           13 DEC-SEQ               PIC 9(2).
           13 DEC-DECISION          PIC X(1).
              88 DEC-APPROVE             VALUE "A".
              88 DEC-REJECT              VALUE "R".
           13 FILLER                PIC X(62).

        FD  APPROVAL-BATCH.
        COPY "tranxrec.cpy".

        FD  RECYCLE-FILE.
        01 RECYCLE-RECORD.
           13 RECYCLE-TRANX-IMAGE   PIC X(80).
           13 RECYCLE-REASON-CODE   PIC X(4).

        FD  AUDIT-LOG.
        01 AUDIT-LOG-RECORD         PIC X(80).

        FD  POSTED-BATCH-FILE.
        COPY "pbregrc.cpy".

        FD  APPROVAL-REPORT.
        01 APPROVAL-REPORT-RECORD   PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-APRVPEND-STATUS       PIC X(2) VALUE "00".
        01 WS-APRVDEC-STATUS        PIC X(2) VALUE "00".
        01 WS-APRVTRAN-STATUS       PIC X(2) VALUE "00".
        01 WS-RECYCLE-STATUS        PIC X(2) VALUE "00".
        01 WS-AUDITLOG-STATUS       PIC X(2) VALUE "00".
        01 WS-PBREGST-STATUS        PIC X(2) VALUE "00".
        01 WS-APRVRPT-STATUS        PIC X(2) VALUE "00".

    *****************************************************************
    **** 実行機能・開始バッチ番号パラメーター（環境変数）
    *****************************************************************
        01 WS-PARM-FUNC             PIC X(8) VALUE SPACE.
        01 WS-FUNC-SW               PIC X(1) VALUE "L".
           88 FUNC-LIST                      VALUE "L".
           88 FUNC-DECIDE                    VALUE "D".
           88 FUNC-BATCH                     VALUE "B".
        01 WS-PARM-BATCH-AREA       PIC X(6) VALUE SPACE.
    **** 承認バッチの番号は 700001 から上を使い、登記済みの番号は
    **** 飛ばす（保留解除 900001～、一律改定 800001～と帯を分ける）。
        01 WS-START-BATCH-NUMBER    PIC 9(6) VALUE 700001.

    *****************************************************************
    **** 終了コード（0=正常 4=決裁の拒否あり 12=オープン障害・
    **** 承認者不明・バッチ番号なし）
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** 承認者（本実行の OS ユーザー）と実行 ID
    *****************************************************************
        01 WS-OS-USER-ID            PIC X(20) VALUE SPACE.
        01 WS-RUN-ID                PIC X(8) VALUE SPACE.
        01 WS-RUN-TIME-8            PIC 9(8) VALUE ZERO.
    **** 明細様式は procobc.cob・audmgmt.cob と共有するコピー本。
        COPY "auditrec.cpy".

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-APRV-EOF-SW           PIC X(1) VALUE "N".
           88 APRV-EOF                       VALUE "Y".
        01 WS-DEC-EOF-SW            PIC X(1) VALUE "N".
           88 DEC-EOF                        VALUE "Y".
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-BATCH-FREE-SW         PIC X(1) VALUE "N".
           88 BATCH-NUMBER-FREE              VALUE "Y".
           88 BATCH-NUMBER-EXHAUSTED         VALUE "X".
        01 WS-LISTED-COUNT          PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-DEC-READ-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-APPROVED-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-REJECTED-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-REFUSED-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-CARRIED-COUNT         PIC S9(7) COMP-3 VALUE ZERO.

    *****************************************************************
    **** 本実行で承認したキーの表。承認バッチ番号は転記されるまで
    **** 毎回同じ番号が割り当たるので、繰越しで本実行の承認分を
    **** 見分けるのに番号ではなくこの表を引く。
    *****************************************************************
        01 WS-DECIDED-COUNT         PIC S9(5) COMP VALUE ZERO.
        01 WS-DECIDED-IX            PIC S9(5) COMP VALUE ZERO.
        01 WS-DECIDED-SW            PIC X(1) VALUE "N".
           88 DECIDED-THIS-RUN               VALUE "Y".
        01 WS-DECIDED-TAB.
           13 WS-DECIDED-KEY        PIC X(17)
                                    OCCURS 9999 TIMES.

    *****************************************************************
    **** 承認バッチの制御ワーク（BH／BT の値）
    **** 集計の仕方は procobc.cob 2520 の検証パスと同じにする。
    *****************************************************************
        01 WS-APR-BATCH-NUMBER      PIC 9(6) VALUE ZERO.
        01 WS-APR-EMP-HASH          PIC S9(11) COMP-3 VALUE ZERO.
        01 WS-APR-SALARY-HASH       PIC S9(11)V99 COMP-3 VALUE ZERO.

    *****************************************************************
    **** レポート印刷用ワーク（頁制御・見出し・明細・合計行）
    *****************************************************************
        01 WS-RPT-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
        01 WS-RPT-LINE-COUNT        PIC 9(2) COMP VALUE 99.
        01 WS-RPT-LINES-PER-PAGE    PIC 9(2) COMP VALUE 55.
        01 WS-RPT-HEADING-1.
           13 FILLER                PIC X(25)
                   VALUE "PAY CHANGE APPROVALS".
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RH1-DATE           PIC 9(8).
           13 FILLER                PIC X(7) VALUE "  PAGE ".
           13 WS-RH1-PAGE           PIC ZZZ9.
        01 WS-RPT-HEADING-2.
           13 FILLER                PIC X(10) VALUE "APPROVER=".
           13 WS-RH2-USER           PIC X(20).
           13 FILLER                PIC X(17)
                   VALUE "  APPROVAL BATCH=".
           13 WS-RH2-BATCH          PIC 9(6).
        01 WS-RPT-COL-HEADING.
           13 FILLER                PIC X(6)  VALUE "EMPNO".
           13 FILLER                PIC X(3)  VALUE "TY".
           13 FILLER                PIC X(9)  VALUE "EFF-DATE".
           13 FILLER                PIC X(3)  VALUE "SQ".
           13 FILLER                PIC X(10) VALUE "   CURRENT".
           13 FILLER                PIC X(10) VALUE "  PROPOSED".
           13 FILLER                PIC X(7)  VALUE "   PCT".
           13 FILLER                PIC X(13) VALUE "SUBMITTED-BY".
           13 FILLER                PIC X(19) VALUE "STATUS".
        01 WS-RPT-DETAIL.
           13 WS-RD-EMP-NUMBER      PIC 9(5).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-TYPE-CODE       PIC X(2).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-EFF-DATE        PIC 9(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-SEQ             PIC 9(2).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-OLD-SALARY      PIC ZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-NEW-SALARY      PIC ZZ,ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-CHANGE-PCT      PIC ZZ9.99.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-SUBMIT-USER     PIC X(12).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-RD-STATUS          PIC X(19).
        01 WS-RPT-COUNT-LINE.
           13 WS-RC-LABEL           PIC X(20).
           13 WS-RC-COUNT           PIC ZZZZZ9.

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
               EVALUATE TRUE
                   WHEN FUNC-DECIDE
                       PERFORM 3000-DO-DECIDE THRU 3000-EXIT
                       CLOSE DECISION-FILE
                       CLOSE APPROVAL-BATCH
                       CLOSE RECYCLE-FILE
                       CLOSE AUDIT-LOG
                   WHEN FUNC-BATCH
                       PERFORM 4000-DO-BATCH  THRU 4000-EXIT
                       CLOSE APPROVAL-BATCH
                   WHEN OTHER
                       PERFORM 2000-DO-LIST   THRU 2000-EXIT
               END-EVALUATE
               CLOSE APPROVAL-FILE
               CLOSE APPROVAL-REPORT
           END-IF.
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（パラメーター・承認者・ファイルのオープン）
    *****************************************************************
        1000-INITIALIZE.
           DISPLAY "APRFUNC"          UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-FUNC       FROM ENVIRONMENT-VALUE.
           EVALUATE WS-PARM-FUNC
               WHEN "DECIDE"
                   MOVE "D"           TO WS-FUNC-SW
               WHEN "BATCH"
                   MOVE "B"           TO WS-FUNC-SW
               WHEN OTHER
                   MOVE "L"           TO WS-FUNC-SW
           END-EVALUATE.
           DISPLAY "APRBTCH"          UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-BATCH-AREA FROM ENVIRONMENT-VALUE.
           IF WS-PARM-BATCH-AREA IS NUMERIC
              AND WS-PARM-BATCH-AREA NOT = ZERO
               MOVE WS-PARM-BATCH-AREA TO WS-START-BATCH-NUMBER
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           ACCEPT WS-RUN-TIME-8 FROM TIME.
           MOVE WS-RUN-TIME-8       TO WS-RUN-ID.
    **** 承認者は本実行の OS ユーザー（procobc.cob 1200 と同じ
    **** 取り方）。取れなければ起票者と別人かを確かめようがない
    **** ので、決裁の実行は拒否する。
           DISPLAY "LOGNAME"        UPON ENVIRONMENT-NAME.
           ACCEPT  WS-OS-USER-ID    FROM ENVIRONMENT-VALUE.
           IF WS-OS-USER-ID = SPACE
               DISPLAY "USER"       UPON ENVIRONMENT-NAME
               ACCEPT  WS-OS-USER-ID FROM ENVIRONMENT-VALUE
           END-IF.
           IF FUNC-DECIDE
              AND WS-OS-USER-ID = SPACE
               DISPLAY "APPROVER OS USER UNKNOWN (LOGNAME/USER)"
               DISPLAY "DECIDE RUN REFUSED"
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O APPROVAL-FILE.
    **** 承認待ちが一度も出ていないときはファイルが無い。空の
    **** ファイルを作って一覧 0 件とする（CTLLOAD と同じ手順）。
           IF WS-APRVPEND-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF.
           IF WS-APRVPEND-STATUS NOT = "00"
               DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS="
                       WS-APRVPEND-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF FUNC-DECIDE OR FUNC-BATCH
               PERFORM 1100-ASSIGN-BATCH-NUMBER THRU 1100-EXIT
               IF OPEN-FAILED
                   CLOSE APPROVAL-FILE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           IF FUNC-DECIDE
               PERFORM 1200-OPEN-DECIDE-FILES THRU 1200-EXIT
               IF OPEN-FAILED
                   CLOSE APPROVAL-FILE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           IF FUNC-DECIDE OR FUNC-BATCH
               PERFORM 1250-OPEN-APPROVAL-BATCH THRU 1250-EXIT
               IF OPEN-FAILED
                   CLOSE APPROVAL-FILE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT APPROVAL-REPORT.
           IF WS-APRVRPT-STATUS NOT = "00"
               DISPLAY "APPROVAL-REPORT OPEN FAILED, STATUS="
                       WS-APRVRPT-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               CLOSE APPROVAL-FILE
               IF FUNC-DECIDE OR FUNC-BATCH
                   CLOSE APPROVAL-BATCH
               END-IF
               IF FUNC-DECIDE
                   CLOSE DECISION-FILE
                   CLOSE RECYCLE-FILE
                   CLOSE AUDIT-LOG
               END-IF
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "APPROVER=" WS-OS-USER-ID " RUN ID=" WS-RUN-ID.
        1000-EXIT.
           EXIT.

    *****************************************************************
    **** 1100  承認バッチ番号の採番（holdrlse.cob 1100 と同じ手順）
    *****************************************************************
        1100-ASSIGN-BATCH-NUMBER.
           MOVE WS-START-BATCH-NUMBER TO WS-APR-BATCH-NUMBER.
           OPEN INPUT POSTED-BATCH-FILE.
           IF WS-PBREGST-STATUS = "35"
               DISPLAY "NO POSTED-BATCH REGISTER, STATUS="
                       WS-PBREGST-STATUS
               GO TO 1100-EXIT
           END-IF.
           IF WS-PBREGST-STATUS NOT = "00"
               DISPLAY "POSTED-BATCH-FILE OPEN FAILED, STATUS="
                       WS-PBREGST-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-BATCH-FREE-SW.
           PERFORM 1150-PROBE-BATCH-NUMBER THRU 1150-EXIT
               UNTIL BATCH-NUMBER-FREE OR BATCH-NUMBER-EXHAUSTED.
           CLOSE POSTED-BATCH-FILE.
           IF BATCH-NUMBER-EXHAUSTED
               DISPLAY "NO FREE BATCH NUMBER FROM "
                       WS-START-BATCH-NUMBER
               DISPLAY "RUN REFUSED: SET APRBTCH TO A FREE RANGE"
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
        1100-EXIT.
           EXIT.

    **** 候補番号 1 件を登記ファイルで引く。登記済みなら次へ進む。
        1150-PROBE-BATCH-NUMBER.
           MOVE WS-APR-BATCH-NUMBER  TO PBREG-BATCH-NUMBER.
           READ POSTED-BATCH-FILE
               KEY IS PBREG-BATCH-NUMBER
               INVALID KEY
                   SET BATCH-NUMBER-FREE TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF WS-APR-BATCH-NUMBER = 999999
               SET BATCH-NUMBER-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-APR-BATCH-NUMBER
           END-IF.
        1150-EXIT.
           EXIT.

    *****************************************************************
    **** 1200  決裁用ファイルのオープン
    **** 再循環ファイルと監査ログは上書きせず追記する。
    *****************************************************************
        1200-OPEN-DECIDE-FILES.
           OPEN INPUT DECISION-FILE.
           IF WS-APRVDEC-STATUS NOT = "00"
               DISPLAY "DECISION-FILE OPEN FAILED, STATUS="
                       WS-APRVDEC-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1200-EXIT
           END-IF.
           OPEN EXTEND RECYCLE-FILE.
           IF WS-RECYCLE-STATUS = "35"
               OPEN OUTPUT RECYCLE-FILE
           END-IF.
           IF WS-RECYCLE-STATUS NOT = "00"
               DISPLAY "RECYCLE-FILE OPEN FAILED, STATUS="
                       WS-RECYCLE-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               CLOSE DECISION-FILE
               GO TO 1200-EXIT
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "AUDIT-LOG OPEN FAILED, STATUS="
                       WS-AUDITLOG-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               CLOSE DECISION-FILE
               CLOSE RECYCLE-FILE
           END-IF.
        1200-EXIT.
           EXIT.

    *****************************************************************
    **** 1250  承認バッチのオープンとバッチヘッダーの書出し
    **** 承認バッチは実行ごとに作り直す。まだ転記されていない承認
    **** 済みの明細は 3500 で新しいバッチへ写すので、前回のバッチ
    **** を上書きしても失われない。
    *****************************************************************
        1250-OPEN-APPROVAL-BATCH.
           OPEN OUTPUT APPROVAL-BATCH.
           IF WS-APRVTRAN-STATUS NOT = "00"
               DISPLAY "APPROVAL-BATCH OPEN FAILED, STATUS="
                       WS-APRVTRAN-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               IF FUNC-DECIDE
                   CLOSE DECISION-FILE
                   CLOSE RECYCLE-FILE
                   CLOSE AUDIT-LOG
               END-IF
               GO TO 1250-EXIT
           END-IF.
    **** バッチヘッダー。社員番号・発効日の欄はゼロ埋めとする。
           MOVE SPACE                TO TRANX-RECORD.
           MOVE "BH"                 TO TRANX-TYPE-CODE.
           MOVE ZERO                 TO TRANX-EMP-NUMBER.
           MOVE ZERO                 TO TRANX-EFFECTIVE-DATE.
           MOVE WS-APR-BATCH-NUMBER  TO TRANX-BH-BATCH-NUMBER.
           MOVE WS-TS-DATE           TO TRANX-BH-CREATE-DATE.
           WRITE TRANX-RECORD.
           DISPLAY "APPROVAL BATCH NUMBER=" WS-APR-BATCH-NUMBER.
        1250-EXIT.
           EXIT.

    *****************************************************************
    **** 2000  承認待ち一覧の印字（APRFUNC=LIST、既定）
    **** 承認待ち（P）と、承認済みでまだ転記されていないもの（A）
    **** を印字する。却下・転記済みは決裁の済んだ記録として残す
    **** だけで一覧には出さない。
    *****************************************************************
        2000-DO-LIST.
           MOVE LOW-VALUE TO APRV-KEY.
           START APPROVAL-FILE
               KEY IS NOT LESS THAN APRV-KEY
               INVALID KEY
                   SET APRV-EOF TO TRUE
           END-START.
           PERFORM 2100-LIST-ONE-ENTRY THRU 2100-EXIT
               UNTIL APRV-EOF.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-APPROVAL-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE "ITEMS OUTSTANDING  =" TO WS-RC-LABEL.
           MOVE WS-LISTED-COUNT     TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           DISPLAY "ITEMS OUTSTANDING  =" WS-LISTED-COUNT.
        2000-EXIT.
           EXIT.

        2100-LIST-ONE-ENTRY.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET APRV-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-APRVPEND-STATUS NOT = "00"
               DISPLAY "APRVPEND READ NEXT FAILED, STATUS="
                       WS-APRVPEND-STATUS
               SET APRV-EOF TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN APRV-PENDING
                   MOVE "PENDING"        TO WS-RD-STATUS
               WHEN APRV-APPROVED
                   MOVE "APPROVED,NOT POSTED" TO WS-RD-STATUS
               WHEN APRV-HELD
                   MOVE "APPROVED,HELD"  TO WS-RD-STATUS
               WHEN APRV-RECYCLED
                   MOVE "APPROVED,RECYCLED" TO WS-RD-STATUS
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM 8000-WRITE-APPROVAL-DETAIL THRU 8000-EXIT.
        2100-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  決裁の記録（APRFUNC=DECIDE）
    *****************************************************************
        3000-DO-DECIDE.
           PERFORM 3100-PROCESS-DECISION THRU 3100-EXIT
               UNTIL DEC-EOF.
           PERFORM 3500-CARRY-APPROVED THRU 3500-EXIT.
           PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-APPROVAL-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE SPACE               TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE "DECISIONS READ     =" TO WS-RC-LABEL.
           MOVE WS-DEC-READ-COUNT   TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "APPROVED TO BATCH  =" TO WS-RC-LABEL.
           MOVE WS-APPROVED-COUNT   TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "REJECTED TO RECYCLE=" TO WS-RC-LABEL.
           MOVE WS-REJECTED-COUNT   TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "DECISIONS REFUSED  =" TO WS-RC-LABEL.
           MOVE WS-REFUSED-COUNT    TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "CARRIED TO BATCH   =" TO WS-RC-LABEL.
           MOVE WS-CARRIED-COUNT    TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           DISPLAY "DECISIONS READ     =" WS-DEC-READ-COUNT.
           DISPLAY "APPROVED TO BATCH  =" WS-APPROVED-COUNT.
           DISPLAY "REJECTED TO RECYCLE=" WS-REJECTED-COUNT.
           DISPLAY "DECISIONS REFUSED  =" WS-REFUSED-COUNT.
           DISPLAY "CARRIED TO BATCH   =" WS-CARRIED-COUNT.
        3000-EXIT.
           EXIT.

    **** 決裁 1 件を読み、承認待ちレコードと突き合わせて記録する。
    **** 記録できない決裁（キー不正・該当無し・決裁済み・起票者
    **** 本人の決裁）は拒否し、終了コードを 4 とする。
        3100-PROCESS-DECISION.
           READ DECISION-FILE
               AT END
                   SET DEC-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-DEC-READ-COUNT.
           IF DEC-EMP-NUMBER IS NOT NUMERIC
              OR DEC-EFFECTIVE-DATE IS NOT NUMERIC
              OR DEC-SEQ IS NOT NUMERIC
              OR NOT (DEC-APPROVE OR DEC-REJECT)
               DISPLAY "DECISION RECORD INVALID: " DECISION-RECORD
               MOVE SPACE            TO APRV-RECORD
               MOVE ZERO             TO APRV-EMP-NUMBER
               MOVE ZERO             TO APRV-EFFECTIVE-DATE
               MOVE ZERO             TO APRV-SEQ
               MOVE ZERO             TO APRV-OLD-SALARY
               MOVE ZERO             TO APRV-NEW-SALARY
               MOVE ZERO             TO APRV-CHANGE-PCT
               MOVE "BAD DECISION REC"  TO WS-RD-STATUS
               PERFORM 3800-REFUSE-DECISION THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE DEC-EMP-NUMBER       TO APRV-EMP-NUMBER.
           MOVE DEC-TYPE-CODE        TO APRV-TYPE-CODE.
           MOVE DEC-EFFECTIVE-DATE   TO APRV-EFFECTIVE-DATE.
           MOVE DEC-SEQ              TO APRV-SEQ.
           READ APPROVAL-FILE
               KEY IS APRV-KEY
               INVALID KEY
                   MOVE SPACE         TO APRV-TRANX-IMAGE
                   MOVE SPACE         TO APRV-SUBMIT-USER
                   MOVE ZERO          TO APRV-OLD-SALARY
                   MOVE ZERO          TO APRV-NEW-SALARY
                   MOVE ZERO          TO APRV-CHANGE-PCT
                   MOVE "NOT ON FILE" TO WS-RD-STATUS
                   PERFORM 3800-REFUSE-DECISION THRU 3800-EXIT
                   GO TO 3100-EXIT
           END-READ.
           IF NOT APRV-PENDING
               MOVE "ALREADY DECIDED"  TO WS-RD-STATUS
               PERFORM 3800-REFUSE-DECISION THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.
    **** 職務分離：起票した OS ユーザー本人の決裁は認めない。
    **** 試みたこと自体を監査ログに残す。
           IF APRV-SUBMIT-USER = WS-OS-USER-ID
               MOVE "SAME USER REFUSED" TO WS-RD-STATUS
               MOVE "APRV-SOD"       TO WS-AUD-OPERATION
               PERFORM 3700-WRITE-AUDIT-LOG THRU 3700-EXIT
               PERFORM 3800-REFUSE-DECISION THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF DEC-APPROVE
               PERFORM 3200-APPROVE-ITEM THRU 3200-EXIT
           ELSE
               PERFORM 3300-REJECT-ITEM  THRU 3300-EXIT
           END-IF.
        3100-EXIT.
           EXIT.

    **** 承認：承認待ちレコードを承認済みにし、原形を承認バッチへ
    **** 書いて件数とハッシュ合計（社員番号、SC の新旧給与、NH の
    **** 初任給与）を計上する。記録を書き換えられなければバッチへ
    **** は出さない。
        3200-APPROVE-ITEM.
    **** 承認したキーを控えられなければ繰越しで二重に書くことに
    **** なるので、表が一杯の後の承認は受け付けない。
           IF WS-DECIDED-COUNT NOT < 9999
               DISPLAY "MORE THAN 9999 APPROVALS IN ONE RUN, EMP="
                       APRV-EMP-NUMBER
               MOVE "TOO MANY APPROVALS" TO WS-RD-STATUS
               PERFORM 3800-REFUSE-DECISION THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           SET APRV-APPROVED         TO TRUE.
           MOVE WS-OS-USER-ID        TO APRV-DECIDE-USER.
           MOVE WS-TIMESTAMP-14      TO APRV-DECIDE-TS.
           MOVE WS-APR-BATCH-NUMBER  TO APRV-APPROVAL-BATCH.
           REWRITE APRV-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-APRVPEND-STATUS NOT = "00"
               DISPLAY "APPROVAL FILE REWRITE FAILED, STATUS="
                       WS-APRVPEND-STATUS " EMP=" APRV-EMP-NUMBER
               MOVE "REWRITE FAILED"   TO WS-RD-STATUS
               PERFORM 8000-WRITE-APPROVAL-DETAIL THRU 8000-EXIT
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-APPROVED-COUNT.
           ADD 1 TO WS-DECIDED-COUNT.
           MOVE APRV-KEY
               TO WS-DECIDED-KEY (WS-DECIDED-COUNT).
           PERFORM 3250-WRITE-BATCH-DETAIL THRU 3250-EXIT.
           MOVE "APPROVED"           TO WS-RD-STATUS.
           PERFORM 8000-WRITE-APPROVAL-DETAIL THRU 8000-EXIT.
           MOVE "APRV-OK"            TO WS-AUD-OPERATION.
           PERFORM 3700-WRITE-AUDIT-LOG THRU 3700-EXIT.
        3200-EXIT.
           EXIT.

    **** 承認待ちレコードの原形を承認バッチへ書き、ハッシュ合計
    **** （社員番号、SC の新旧給与、NH の初任給与）を計上する。
        3250-WRITE-BATCH-DETAIL.
           MOVE APRV-TRANX-IMAGE     TO TRANX-RECORD.
           IF TRANX-EMP-NUMBER IS NUMERIC
               ADD TRANX-EMP-NUMBER  TO WS-APR-EMP-HASH
           END-IF.
           IF TRANX-SALARY-CHANGE
               IF TRANX-SC-OLD-SALARY IS NUMERIC
                   ADD TRANX-SC-OLD-SALARY TO WS-APR-SALARY-HASH
               END-IF
               IF TRANX-SC-NEW-SALARY IS NUMERIC
                   ADD TRANX-SC-NEW-SALARY TO WS-APR-SALARY-HASH
               END-IF
           END-IF.
           IF TRANX-NEW-HIRE
               IF TRANX-NH-START-SALARY IS NUMERIC
                   ADD TRANX-NH-START-SALARY TO WS-APR-SALARY-HASH
               END-IF
           END-IF.
           WRITE TRANX-RECORD.
        3250-EXIT.
           EXIT.

    **** 却下：承認待ちレコードを却下にし、原形を理由コード APRJ
    **** 付きで再循環ファイルへ追記する。
        3300-REJECT-ITEM.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           SET APRV-REJECTED         TO TRUE.
           MOVE WS-OS-USER-ID        TO APRV-DECIDE-USER.
           MOVE WS-TIMESTAMP-14      TO APRV-DECIDE-TS.
           MOVE ZERO                 TO APRV-APPROVAL-BATCH.
           REWRITE APRV-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-APRVPEND-STATUS NOT = "00"
               DISPLAY "APPROVAL FILE REWRITE FAILED, STATUS="
                       WS-APRVPEND-STATUS " EMP=" APRV-EMP-NUMBER
               MOVE "REWRITE FAILED"   TO WS-RD-STATUS
               PERFORM 8000-WRITE-APPROVAL-DETAIL THRU 8000-EXIT
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE APRV-TRANX-IMAGE     TO RECYCLE-TRANX-IMAGE.
           MOVE "APRJ"               TO RECYCLE-REASON-CODE.
           WRITE RECYCLE-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "REJECTED"           TO WS-RD-STATUS.
           PERFORM 8000-WRITE-APPROVAL-DETAIL THRU 8000-EXIT.
           MOVE "APRV-REJ"           TO WS-AUD-OPERATION.
           PERFORM 3700-WRITE-AUDIT-LOG THRU 3700-EXIT.
        3300-EXIT.
           EXIT.

    **** 決裁 1 件分の監査ログを書く。呼出し側が WS-AUD-OPERATION
    **** を設定しておく（APRV-OK／APRV-REJ／APRV-SOD）。
        3700-WRITE-AUDIT-LOG.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TIMESTAMP-14      TO WS-AUD-TIMESTAMP.
           MOVE APRV-EMP-NUMBER      TO WS-AUD-EMP-NUMBER.
           MOVE WS-OS-USER-ID        TO WS-AUD-OS-USER.
           MOVE WS-RUN-ID            TO WS-AUD-RUN-ID.
           MOVE WS-AUDIT-DETAIL      TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
        3700-EXIT.
           EXIT.

    **** 記録できなかった決裁を印字し、終了コードを 4 以上にする。
        3800-REFUSE-DECISION.
           PERFORM 8000-WRITE-APPROVAL-DETAIL THRU 8000-EXIT.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM 9100-SET-SEVERITY THRU 9100-EXIT.
        3800-EXIT.
           EXIT.

    *****************************************************************
    **** 3500  転記待ちの承認済み明細の繰越し
    **** 前回までの実行で承認済みになり、まだ転記されていない明細
    **** （状態 A で本実行の 3200 が承認したものでないもの）を今回
    **** のバッチへ写し、承認バッチ番号を今回のものに書き換える。
    **** 番号が今回と同じでも、前の実行の承認分は写し直す（前の
    **** 実行の承認バッチは 1250 で空にしている）。
    *****************************************************************
        3500-CARRY-APPROVED.
           MOVE "N" TO WS-APRV-EOF-SW.
           MOVE LOW-VALUE TO APRV-KEY.
           START APPROVAL-FILE
               KEY IS NOT LESS THAN APRV-KEY
               INVALID KEY
                   SET APRV-EOF TO TRUE
           END-START.
           PERFORM 3510-CARRY-ONE-ENTRY THRU 3510-EXIT
               UNTIL APRV-EOF.
        3500-EXIT.
           EXIT.

        3510-CARRY-ONE-ENTRY.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET APRV-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ.
           IF WS-APRVPEND-STATUS NOT = "00"
               DISPLAY "APRVPEND READ NEXT FAILED, STATUS="
                       WS-APRVPEND-STATUS
               SET APRV-EOF TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 3510-EXIT
           END-IF.
           IF NOT APRV-APPROVED
               GO TO 3510-EXIT
           END-IF.
           MOVE "N"                  TO WS-DECIDED-SW.
           PERFORM 3520-FIND-DECIDED THRU 3520-EXIT
               VARYING WS-DECIDED-IX FROM 1 BY 1
               UNTIL WS-DECIDED-IX > WS-DECIDED-COUNT
                  OR DECIDED-THIS-RUN.
           IF DECIDED-THIS-RUN
               GO TO 3510-EXIT
           END-IF.
           MOVE WS-APR-BATCH-NUMBER  TO APRV-APPROVAL-BATCH.
           REWRITE APRV-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-APRVPEND-STATUS NOT = "00"
               DISPLAY "APPROVAL FILE REWRITE FAILED, STATUS="
                       WS-APRVPEND-STATUS " EMP=" APRV-EMP-NUMBER
               MOVE "REWRITE FAILED"   TO WS-RD-STATUS
               PERFORM 8000-WRITE-APPROVAL-DETAIL THRU 8000-EXIT
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 3510-EXIT
           END-IF.
           ADD 1 TO WS-CARRIED-COUNT.
           PERFORM 3250-WRITE-BATCH-DETAIL THRU 3250-EXIT.
           MOVE "CARRIED TO BATCH"   TO WS-RD-STATUS.
           PERFORM 8000-WRITE-APPROVAL-DETAIL THRU 8000-EXIT.
        3510-EXIT.
           EXIT.

        3520-FIND-DECIDED.
           IF WS-DECIDED-KEY (WS-DECIDED-IX) = APRV-KEY
               SET DECIDED-THIS-RUN  TO TRUE
           END-IF.
        3520-EXIT.
           EXIT.

    *****************************************************************
    **** 3900  承認バッチのトレーラーの書出し
    **** 承認が 1 件も無い実行も BH／BT だけの釣り合ったバッチを
    **** 作り、後続の SAMPLE-13 の手順を同じ形で流せるようにする。
    *****************************************************************
        3900-WRITE-TRAILER.
           MOVE SPACE                TO TRANX-RECORD.
           MOVE "BT"                 TO TRANX-TYPE-CODE.
           MOVE ZERO                 TO TRANX-EMP-NUMBER.
           MOVE ZERO                 TO TRANX-EFFECTIVE-DATE.
           COMPUTE TRANX-BT-RECORD-COUNT =
               WS-APPROVED-COUNT + WS-CARRIED-COUNT.
           MOVE WS-APR-EMP-HASH      TO TRANX-BT-EMP-HASH.
           MOVE WS-APR-SALARY-HASH   TO TRANX-BT-SALARY-HASH.
           WRITE TRANX-RECORD.
        3900-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  承認バッチの作り直し（APRFUNC=BATCH）
    **** 決裁は読まず、転記待ちの承認済み明細だけで承認バッチを
    **** 作る。夜間ストリームで承認分を転記するステップの前に流す。
    *****************************************************************
        4000-DO-BATCH.
           PERFORM 3500-CARRY-APPROVED THRU 3500-EXIT.
           PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-APPROVAL-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE SPACE               TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE "CARRIED TO BATCH   =" TO WS-RC-LABEL.
           MOVE WS-CARRIED-COUNT    TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           DISPLAY "CARRIED TO BATCH   =" WS-CARRIED-COUNT.
        4000-EXIT.
           EXIT.

    **** 承認待ち 1 件分の明細行の印字（必要なら改頁）。
    **** 呼出し側が WS-RD-STATUS を設定しておく。
        8000-WRITE-APPROVAL-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-APPROVAL-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE APRV-EMP-NUMBER      TO WS-RD-EMP-NUMBER.
           MOVE APRV-TYPE-CODE       TO WS-RD-TYPE-CODE.
           MOVE APRV-EFFECTIVE-DATE  TO WS-RD-EFF-DATE.
           MOVE APRV-SEQ             TO WS-RD-SEQ.
           MOVE APRV-OLD-SALARY      TO WS-RD-OLD-SALARY.
           MOVE APRV-NEW-SALARY      TO WS-RD-NEW-SALARY.
           MOVE APRV-CHANGE-PCT      TO WS-RD-CHANGE-PCT.
           MOVE APRV-SUBMIT-USER     TO WS-RD-SUBMIT-USER.
           MOVE WS-RPT-DETAIL        TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        8000-EXIT.
           EXIT.

    **** 改頁し、実行見出し・承認者・欄見出しを印字する。
        8100-APPROVAL-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           MOVE WS-TS-DATE          TO WS-RH1-DATE.
           MOVE WS-RPT-PAGE-NUMBER  TO WS-RH1-PAGE.
           MOVE WS-RPT-HEADING-1    TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING PAGE.
           MOVE WS-OS-USER-ID       TO WS-RH2-USER.
           MOVE WS-APR-BATCH-NUMBER TO WS-RH2-BATCH.
           MOVE WS-RPT-HEADING-2    TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE WS-RPT-COL-HEADING  TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE               TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 4                   TO WS-RPT-LINE-COUNT.
        8100-EXIT.
           EXIT.

        8200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE   TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
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
