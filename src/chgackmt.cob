    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 CHGACKMT.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  CHANGE FEED ACKNOWLEDGMENT
    ****                   MATCH: READ THE CHGFEED GENERATION THAT WAS
    ****                   SENT (EVERY RUN GROUP IS PROVED AGAINST ITS
    ****                   TRAILER COUNT AND HASH TOTALS), THEN MATCH
    ****                   THE RECEIVERS' CHGACK ACKNOWLEDGMENTS
    ****                   (CHGACKRC COPYBOOK) BY RUN ID AND SEQUENCE
    ****                   NUMBER.  THE ACKMTRPT REPORT LISTS EVERY
    ****                   CHANGE NOT ACKNOWLEDGED OR REJECTED
    ****                   DOWNSTREAM, EVERY ACKNOWLEDGMENT THAT
    ****                   MATCHES NOTHING SENT, AND COUNT AND AMOUNT
    ****                   TOTALS FOR BOTH SIDES.  RETURN CODES: 0
    ****                   BOTH SIDES AGREE, 8 THEY DO NOT, 12 OPEN
    ****                   FAILURE OR CHGFEED ITSELF OUT OF BALANCE.
    **** 2026-10-15  K.O.  MATCH EVERY CHANGE AGAINST EACH RECEIVER
    ****                   NAMED ON ACKRCVRS (COMMA-SEPARATED, UP TO 5;
    ****                   BLANK = ANY RECEIVER) AND REPORT NOT
    ****                   ACKNOWLEDGED / REJECTED PER RECEIVER.  A
    ****                   DUPLICATE IS NOW THE SAME RECEIVER ANSWERING
    ****                   THE SAME RUN AND SEQUENCE TWICE.  ONLY GROUPS
    ****                   CREATED IN THE LAST ACKDAYS DAYS (DEFAULT 7)
    ****                   ARE MATCHED; ACKS FOR OLDER RUNS ARE COUNTED
    ****                   AND SKIPPED.  A GROUP WITHOUT A TRAILER IS
    ****                   DROPPED AS INCOMPLETE (RC 8 UNLESS THE RUN
    ****                   WAS WRITTEN AGAIN LATER ON CHGFEED).
    **** 2026-10-15  K.O.  A RUN IS IDENTIFIED BY RUN ID PLUS THE RUN
    ****                   DATE ON THE CHGFEED HEADER; AN ACK THAT
    ****                   ECHOES THE RUN DATE MATCHES THAT GROUP ONLY,
    ****                   ONE WITHOUT IT MATCHES THE NEWEST GROUP WITH
    ****                   THE RUN ID.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** 送信した外部連携ファイル（chgfeed.cob が実行ごとに追記）
           SELECT CHANGE-FEED       ASSIGN TO "CHGFEED"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-CHGFEED-STATUS.
    **** 受信側からの受領確認ファイル
           SELECT CHANGE-ACK        ASSIGN TO "CHGACK"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-CHGACK-STATUS.
    **** 突合せ報告書
           SELECT ACK-MATCH-REPORT  ASSIGN TO "ACKMTRPT"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-ACKMTRPT-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
    **** chgfeed.cob と共有するレコード様式はコピー本で取り込む。
        FD  CHANGE-FEED.
        COPY "chgfdrc.cpy".

        FD  CHANGE-ACK.
        COPY "chgackrc.cpy".

        FD  ACK-MATCH-REPORT.
        01 ACK-MATCH-REPORT-RECORD  PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-CHGFEED-STATUS        PIC X(2) VALUE "00".
        01 WS-CHGACK-STATUS         PIC X(2) VALUE "00".
        01 WS-ACKMTRPT-STATUS       PIC X(2) VALUE "00".

    *****************************************************************
    **** 終了コード（0=一致 8=不一致 12=オープン障害・パラメーター
    **** 誤り・連携ファイル不整合）用ワーク
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-FEED-BAD-SW           PIC X(1) VALUE "N".
           88 FEED-BAD                       VALUE "Y".
        01 WS-CHGFEED-EOF-SW        PIC X(1) VALUE "N".
           88 CHGFEED-EOF                    VALUE "Y".
        01 WS-CHGACK-EOF-SW         PIC X(1) VALUE "N".
           88 CHGACK-EOF                     VALUE "Y".
        01 WS-ACK-OPEN-SW           PIC X(1) VALUE "N".
           88 ACK-OPEN                       VALUE "Y".
        01 WS-FEED-EMPTY-SW         PIC X(1) VALUE "N".
           88 FEED-EMPTY                     VALUE "Y".
        01 WS-RCVR-ANY-SW           PIC X(1) VALUE "N".
           88 RCVR-ANY                       VALUE "Y".
        01 WS-RCVR-LIST-BAD-SW      PIC X(1) VALUE "N".
           88 RCVR-LIST-BAD                  VALUE "Y".
        01 WS-AM-GROUP-SW           PIC X(1) VALUE "N".
           88 GROUP-AGED                     VALUE "A".
        01 WS-AM-AGED-FOUND-SW      PIC X(1) VALUE "N".
           88 AGED-RUN-FOUND                 VALUE "Y".
    **** 送信明細 1 件の確認状態： A=全受信側が受理  R=却下あり
    **** 空白=未確認の受信側あり
        01 WS-AM-ITEM-STATE         PIC X(1) VALUE SPACE.
        01 WS-SENT-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-ACK-READ-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-ACCEPTED-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-REJECTED-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-NOT-ACKED-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-UNMATCHED-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-DUPLICATE-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-AGED-RUN-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-AGED-ACK-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-INCOMPLETE-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-ACK-GROUP-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-SENT-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-ACCEPTED-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-REJECTED-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-NOT-ACKED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.

    *****************************************************************
    **** 突合せの対象期間（環境変数 ACKDAYS、既定 7 日）。ヘッダーの
    **** 作成日が当日から遡ってこの日数より前の組は、前回までに突き
    **** 合わせ済みとして読み飛ばす。連携ファイルは追記だけで増える
    **** ので、期間で区切らないと古い実行が毎晩未確認に戻る。
    *****************************************************************
        01 WS-PARM-DAYS-AREA        PIC X(4) VALUE SPACE.
        01 WS-ACK-WINDOW-DAYS       PIC 9(4) VALUE 7.
        01 WS-TODAY-INTEGER         PIC S9(9) COMP VALUE ZERO.
        01 WS-WINDOW-START-DATE     PIC 9(8) VALUE ZERO.
        01 WS-GROUP-CREATE-DATE     PIC 9(8) VALUE ZERO.
    **** 組・確認の実行日（実行 ID は時刻なので別の日に重なる）
        01 WS-GROUP-RUN-DATE        PIC X(8) VALUE SPACE.
        01 WS-ACK-RUN-DATE          PIC X(8) VALUE SPACE.

    *****************************************************************
    **** 受信側の一覧（環境変数 ACKRCVRS、カンマ区切りで最大 5 件）。
    **** 空白なら受信側を区別せず、どの受信側の確認でも受領とする。
    *****************************************************************
        01 WS-PARM-RCVR-AREA        PIC X(44) VALUE SPACE.
        01 WS-AM-RCVR-COUNT         PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-RCVR-IX            PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-RCVR-FOUND-IX      PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-RCVR-TAB.
           13 WS-AV-RECEIVER        PIC X(8) OCCURS 5 TIMES.

    *****************************************************************
    **** 送信済みの組（実行）表。組の明細は送信明細表の
    **** 「先頭位置＋連番」に置く（期間内で最大 50 実行）。
    *****************************************************************
        01 WS-AM-RUN-COUNT          PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-RUN-IX             PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-FOUND-IX           PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-RUN-TAB.
           13 WS-AM-RUN-ENTRY       OCCURS 50 TIMES.
              15 WS-AR-RUN-ID       PIC X(8).
              15 WS-AR-RUN-DATE     PIC X(8).
              15 WS-AR-BASE         PIC S9(7) COMP.
              15 WS-AR-COUNT        PIC S9(7) COMP.
              15 WS-AR-EMP-HASH     PIC 9(11).
              15 WS-AR-AMOUNT-HASH  PIC 9(11)V99.
              15 WS-AR-TRAILER-SW   PIC X(1).
                 88 AR-TRAILER-SEEN      VALUE "Y".

    *****************************************************************
    **** 期間より前の組の実行 ID 表（最新 9999 組を循環して保持）。
    **** 遅れて届いた古い実行への確認を「送っていない実行」と
    **** 取り違えないために使う。
    *****************************************************************
        01 WS-AM-AGED-RUN-ID        PIC X(8) VALUE SPACE.
        01 WS-AM-AGED-RUN-DATE      PIC X(8) VALUE SPACE.
        01 WS-AM-AGED-USED          PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-AGED-NEXT          PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-AGED-IX            PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-AGED-TAB.
           13 WS-AM-AGED-ENTRY      OCCURS 9999 TIMES.
              15 WS-AA-RUN-ID       PIC X(8).
              15 WS-AA-RUN-DATE     PIC X(8).

    *****************************************************************
    **** トレーラーの無い組（書込み障害で途切れた組）の表（最大 50）。
    **** 同じ実行 ID の組が後で書き直されていれば再送済みとする。
    *****************************************************************
        01 WS-AM-PART-COUNT         PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-PART-IX            PIC S9(4) COMP VALUE ZERO.
        01 WS-AM-PART-TAB.
           13 WS-AM-PART-ENTRY      OCCURS 50 TIMES.
              15 WS-AP-RUN-ID       PIC X(8).
              15 WS-AP-RUN-DATE     PIC X(8).
              15 WS-AP-RESENT-SW    PIC X(1).
                 88 AP-RESENT            VALUE "Y".

    *****************************************************************
    **** 送信明細表（最大 99999 件）。確認区分は受信側ごとに持つ
    **** （受信側一覧の並び順）： 空白=未確認  A=受理  R=却下
    **** （同じ受信側の重複確認で一度でも却下なら却下）。
    **** 確認した受信側 ID は受信側を区別しない時の印字に使う。
    *****************************************************************
        01 WS-AM-SENT-MAX           PIC S9(7) COMP VALUE 99999.
        01 WS-AM-SENT-IX            PIC S9(7) COMP VALUE ZERO.
        01 WS-AM-FIRST-IX           PIC S9(7) COMP VALUE ZERO.
        01 WS-AM-LAST-IX            PIC S9(7) COMP VALUE ZERO.
        01 WS-AM-SENT-TAB.
           13 WS-AM-SENT-ENTRY      OCCURS 99999 TIMES.
              15 WS-AS-EMP-NUMBER   PIC 9(5).
              15 WS-AS-TYPE-CODE    PIC X(2).
              15 WS-AS-SALARY       PIC 9(5)V99.
              15 WS-AS-ACK-RECEIVER PIC X(8).
              15 WS-AS-RCVR-ACK     OCCURS 5 TIMES.
                 17 WS-AS-ACK-FLAG    PIC X(1).
                 17 WS-AS-ACK-REASON  PIC X(20).

    *****************************************************************
    **** 突合せ報告書の見出し・明細・件数行
    *****************************************************************
        01 WS-RPT-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
        01 WS-RPT-LINE-COUNT        PIC 9(2) COMP VALUE 99.
        01 WS-RPT-LINES-PER-PAGE    PIC 9(2) COMP VALUE 55.
        01 WS-RPT-HEADING-1.
           13 FILLER                PIC X(25)
                   VALUE "CHANGE FEED ACK MATCH".
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RH1-DATE           PIC 9(8).
           13 FILLER                PIC X(7) VALUE "  PAGE ".
           13 WS-RH1-PAGE           PIC ZZZ9.
        01 WS-RPT-COL-HEADING.
           13 FILLER                PIC X(9)  VALUE "RUN-ID".
           13 FILLER                PIC X(8)  VALUE "    SEQ".
           13 FILLER                PIC X(6)  VALUE "EMPNO".
           13 FILLER                PIC X(3)  VALUE "TY".
           13 FILLER                PIC X(17) VALUE "RESULT".
           13 FILLER                PIC X(21) VALUE "REASON".
           13 FILLER                PIC X(8)  VALUE "RECEIVER".
        01 WS-RPT-DETAIL.
           13 WS-MD-RUN-ID          PIC X(8).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-MD-SEQ             PIC ZZZZZZ9.
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-MD-EMP-NUMBER      PIC X(5).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-MD-TYPE-CODE       PIC X(2).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-MD-RESULT          PIC X(16).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-MD-REASON          PIC X(20).
           13 FILLER                PIC X(1) VALUE SPACE.
           13 WS-MD-RECEIVER        PIC X(8).
        01 WS-RPT-COUNT-LINE.
           13 WS-RC-LABEL           PIC X(20).
           13 WS-RC-COUNT           PIC ZZZZZZ9.
        01 WS-RPT-AMOUNT-LINE.
           13 WS-RA-LABEL           PIC X(20).
           13 WS-RA-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-RPT-FLAG-LINE.
           13 FILLER                PIC X(10) VALUE "RESULT  = ".
           13 WS-RF-FLAG            PIC X(20).

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
               PERFORM 2000-LOAD-SENT       THRU 2000-EXIT
               PERFORM 3000-MATCH-ACKS      THRU 3000-EXIT
               PERFORM 4000-REPORT-UNMATCHED THRU 4000-EXIT
               PERFORM 5000-WRITE-TOTALS    THRU 5000-EXIT
               CLOSE CHANGE-FEED
               CLOSE ACK-MATCH-REPORT
               IF ACK-OPEN
                   CLOSE CHANGE-ACK
               END-IF
           END-IF.
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（パラメーター取得とファイルのオープン）
    **** 受領確認ファイルがまだ無ければ、送信した全件が未確認。
    *****************************************************************
        1000-INITIALIZE.
           DISPLAY "ACKDAYS"          UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-DAYS-AREA  FROM ENVIRONMENT-VALUE.
           IF WS-PARM-DAYS-AREA IS NUMERIC
               MOVE WS-PARM-DAYS-AREA TO WS-ACK-WINDOW-DAYS
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           PERFORM 9300-COMPUTE-WINDOW-START THRU 9300-EXIT.
           DISPLAY "ACK MATCH WINDOW FROM " WS-WINDOW-START-DATE
                   " (" WS-ACK-WINDOW-DAYS " DAYS)".
           PERFORM 1100-GET-RECEIVERS THRU 1100-EXIT.
           IF OPEN-FAILED
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CHANGE-FEED.
           IF WS-CHGFEED-STATUS NOT = "00"
               DISPLAY "CHANGE-FEED OPEN FAILED, STATUS="
                       WS-CHGFEED-STATUS
               PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT ACK-MATCH-REPORT.
           IF WS-ACKMTRPT-STATUS NOT = "00"
               DISPLAY "ACK-MATCH-REPORT OPEN FAILED, STATUS="
                       WS-ACKMTRPT-STATUS
               CLOSE CHANGE-FEED
               PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CHANGE-ACK.
           EVALUATE WS-CHGACK-STATUS
               WHEN "00"
                   SET ACK-OPEN    TO TRUE
               WHEN "35"
                   DISPLAY "CHANGE-ACK NOT FOUND, NOTHING ACKNOWLEDGED"
                   SET CHGACK-EOF  TO TRUE
               WHEN OTHER
                   DISPLAY "CHANGE-ACK OPEN FAILED, STATUS="
                           WS-CHGACK-STATUS
                   CLOSE CHANGE-FEED
                   CLOSE ACK-MATCH-REPORT
                   PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
                   GO TO 1000-EXIT
           END-EVALUATE.
           MOVE SPACE               TO WS-AM-SENT-TAB.
           PERFORM 8100-REPORT-PAGE-HEADING THRU 8100-EXIT.
        1000-EXIT.
           EXIT.

    **** 受信側一覧を取り込む。空欄の項目や 6 件以上は誤りとする。
        1100-GET-RECEIVERS.
           DISPLAY "ACKRCVRS"         UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-RCVR-AREA  FROM ENVIRONMENT-VALUE.
           MOVE SPACE               TO WS-AM-RCVR-TAB.
           IF WS-PARM-RCVR-AREA = SPACE
               SET RCVR-ANY         TO TRUE
               MOVE 1               TO WS-AM-RCVR-COUNT
               DISPLAY "ACKRCVRS NOT SET, ANY RECEIVER ACKNOWLEDGES"
               GO TO 1100-EXIT
           END-IF.
           MOVE ZERO                TO WS-AM-RCVR-COUNT.
           UNSTRING WS-PARM-RCVR-AREA DELIMITED BY ","
               INTO WS-AV-RECEIVER (1) WS-AV-RECEIVER (2)
                    WS-AV-RECEIVER (3) WS-AV-RECEIVER (4)
                    WS-AV-RECEIVER (5)
               TALLYING IN WS-AM-RCVR-COUNT
               ON OVERFLOW
                   SET RCVR-LIST-BAD TO TRUE
           END-UNSTRING.
           PERFORM 1110-CHECK-RECEIVER THRU 1110-EXIT
               VARYING WS-AM-RCVR-IX FROM 1 BY 1
               UNTIL WS-AM-RCVR-IX > WS-AM-RCVR-COUNT.
           IF RCVR-LIST-BAD
               DISPLAY "ACKRCVRS INVALID: " WS-PARM-RCVR-AREA
               PERFORM 9200-OPEN-FAILED THRU 9200-EXIT
               GO TO 1100-EXIT
           END-IF.
           DISPLAY "RECEIVERS=" WS-PARM-RCVR-AREA.
        1100-EXIT.
           EXIT.

        1110-CHECK-RECEIVER.
           IF WS-AV-RECEIVER (WS-AM-RCVR-IX) = SPACE
               SET RCVR-LIST-BAD    TO TRUE
           END-IF.
        1110-EXIT.
           EXIT.

    *****************************************************************
    **** 2000  送信側の読込み
    **** 組（H…T）ごとに連番が 1 から欠けずに続き、トレーラーの
    **** 件数・ハッシュ合計と一致することを確かめて表へ載せる。
    **** 送信側が合わなければ突合せの前提が崩れるので 12 とする。
    **** 期間より前の組は読み飛ばし、トレーラーの無い組は未完了と
    **** して表から外す（chgfeed.cob は再実行で組を書き直す）。
    *****************************************************************
        2000-LOAD-SENT.
           PERFORM 2100-READ-FEED THRU 2100-EXIT
               UNTIL CHGFEED-EOF.
           IF WS-AM-RUN-COUNT > ZERO
               IF NOT AR-TRAILER-SEEN (WS-AM-RUN-COUNT)
                   PERFORM 2250-DROP-INCOMPLETE THRU 2250-EXIT
               END-IF
           END-IF.
           PERFORM 2600-REPORT-INCOMPLETE THRU 2600-EXIT
               VARYING WS-AM-PART-IX FROM 1 BY 1
               UNTIL WS-AM-PART-IX > WS-AM-PART-COUNT.
           IF WS-AM-RUN-COUNT = ZERO
               IF WS-AGED-RUN-COUNT = ZERO
                  AND WS-INCOMPLETE-COUNT = ZERO
                   SET FEED-EMPTY   TO TRUE
                   DISPLAY "CHANGE-FEED EMPTY, NOTHING SENT"
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               ELSE
                   DISPLAY "NO RUN SENT SINCE " WS-WINDOW-START-DATE
               END-IF
           END-IF.
        2000-EXIT.
           EXIT.

        2100-READ-FEED.
           READ CHANGE-FEED
               AT END
                   SET CHGFEED-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE CFD-RUN-ID          TO WS-MD-RUN-ID.
           MOVE CFD-SEQ             TO WS-MD-SEQ.
           EVALUATE TRUE
               WHEN CFD-HEADER
                   PERFORM 2200-START-GROUP THRU 2200-EXIT
               WHEN CFD-DETAIL
                   PERFORM 2300-LOAD-DETAIL THRU 2300-EXIT
               WHEN CFD-TRAILER
                   PERFORM 2400-PROVE-TRAILER THRU 2400-EXIT
               WHEN OTHER
                   MOVE "BAD RECORD TYPE" TO WS-MD-RESULT
                   PERFORM 2900-FEED-ERROR THRU 2900-EXIT
           END-EVALUATE.
        2100-EXIT.
           EXIT.

        2200-START-GROUP.
           IF WS-AM-RUN-COUNT > ZERO
               IF NOT AR-TRAILER-SEEN (WS-AM-RUN-COUNT)
                   PERFORM 2250-DROP-INCOMPLETE THRU 2250-EXIT
                   MOVE CFD-RUN-ID  TO WS-MD-RUN-ID
               END-IF
           END-IF.
           MOVE "N"                 TO WS-AM-GROUP-SW.
           COMPUTE WS-GROUP-CREATE-DATE = CFD-HDR-CREATE-TS / 1000000.
           IF CFD-HDR-RUN-DATE IS NUMERIC
               MOVE CFD-HDR-RUN-DATE TO WS-GROUP-RUN-DATE
           ELSE
               MOVE SPACE           TO WS-GROUP-RUN-DATE
           END-IF.
           IF WS-GROUP-CREATE-DATE < WS-WINDOW-START-DATE
               PERFORM 2260-SKIP-AGED-GROUP THRU 2260-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF WS-AM-RUN-COUNT NOT < 50
               MOVE "OVER 50 RUNS"  TO WS-MD-RESULT
               PERFORM 2900-FEED-ERROR THRU 2900-EXIT
               SET CHGFEED-EOF      TO TRUE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-AM-RUN-COUNT.
           MOVE CFD-RUN-ID          TO WS-AR-RUN-ID (WS-AM-RUN-COUNT).
           MOVE WS-GROUP-RUN-DATE TO WS-AR-RUN-DATE (WS-AM-RUN-COUNT).
           MOVE WS-AM-SENT-IX       TO WS-AR-BASE (WS-AM-RUN-COUNT).
           MOVE ZERO                TO WS-AR-COUNT (WS-AM-RUN-COUNT).
           MOVE ZERO              TO WS-AR-EMP-HASH (WS-AM-RUN-COUNT).
           MOVE ZERO           TO WS-AR-AMOUNT-HASH (WS-AM-RUN-COUNT).
           MOVE "N"            TO WS-AR-TRAILER-SW (WS-AM-RUN-COUNT).
        2200-EXIT.
           EXIT.

    **** トレーラーの無い組を表から外し、件数・金額を戻す。
    **** 後で同じ実行 ID の組が書き直されたかを見るため控えておく。
        2250-DROP-INCOMPLETE.
           ADD 1 TO WS-INCOMPLETE-COUNT.
           SUBTRACT WS-AR-COUNT (WS-AM-RUN-COUNT) FROM WS-SENT-COUNT.
           SUBTRACT WS-AR-AMOUNT-HASH (WS-AM-RUN-COUNT)
               FROM WS-SENT-AMOUNT.
           MOVE WS-AR-BASE (WS-AM-RUN-COUNT) TO WS-AM-SENT-IX.
           IF WS-AM-PART-COUNT < 50
               ADD 1 TO WS-AM-PART-COUNT
               MOVE WS-AR-RUN-ID (WS-AM-RUN-COUNT)
                                    TO WS-AP-RUN-ID (WS-AM-PART-COUNT)
               MOVE WS-AR-RUN-DATE (WS-AM-RUN-COUNT)
                                    TO WS-AP-RUN-DATE (WS-AM-PART-COUNT)
               MOVE "N"         TO WS-AP-RESENT-SW (WS-AM-PART-COUNT)
           ELSE
               MOVE WS-AR-RUN-ID (WS-AM-RUN-COUNT) TO WS-MD-RUN-ID
               PERFORM 2610-WRITE-NOT-RESENT THRU 2610-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-AM-RUN-COUNT.
        2250-EXIT.
           EXIT.

    **** 期間より前の組は明細・トレーラーを読み飛ばし、実行 ID だけ
    **** 循環表に控える。
        2260-SKIP-AGED-GROUP.
           SET GROUP-AGED           TO TRUE.
           MOVE CFD-RUN-ID          TO WS-AM-AGED-RUN-ID.
           MOVE WS-GROUP-RUN-DATE   TO WS-AM-AGED-RUN-DATE.
           ADD 1 TO WS-AGED-RUN-COUNT.
           ADD 1 TO WS-AM-AGED-NEXT.
           IF WS-AM-AGED-NEXT > 9999
               MOVE 1               TO WS-AM-AGED-NEXT
           END-IF.
           IF WS-AM-AGED-USED < 9999
               ADD 1 TO WS-AM-AGED-USED
           END-IF.
           MOVE CFD-RUN-ID          TO WS-AA-RUN-ID (WS-AM-AGED-NEXT).
           MOVE WS-GROUP-RUN-DATE TO WS-AA-RUN-DATE (WS-AM-AGED-NEXT).
        2260-EXIT.
           EXIT.

        2300-LOAD-DETAIL.
           IF GROUP-AGED
              AND CFD-RUN-ID = WS-AM-AGED-RUN-ID
               GO TO 2300-EXIT
           END-IF.
           IF WS-AM-RUN-COUNT = ZERO
               MOVE "NO HEADER"     TO WS-MD-RESULT
               PERFORM 2900-FEED-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF CFD-RUN-ID NOT = WS-AR-RUN-ID (WS-AM-RUN-COUNT)
              OR AR-TRAILER-SEEN (WS-AM-RUN-COUNT)
               MOVE "OUTSIDE ITS RUN" TO WS-MD-RESULT
               PERFORM 2900-FEED-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF CFD-SEQ NOT = WS-AR-COUNT (WS-AM-RUN-COUNT) + 1
               MOVE "SEQUENCE BREAK" TO WS-MD-RESULT
               PERFORM 2900-FEED-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WS-AM-SENT-IX NOT < WS-AM-SENT-MAX
               MOVE "OVER 99999 SENT" TO WS-MD-RESULT
               PERFORM 2900-FEED-ERROR THRU 2900-EXIT
               SET CHGFEED-EOF      TO TRUE
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-AM-SENT-IX.
           ADD 1 TO WS-AR-COUNT (WS-AM-RUN-COUNT).
           ADD CFD-DTL-EMP-NUMBER TO WS-AR-EMP-HASH (WS-AM-RUN-COUNT).
           ADD CFD-DTL-SALARY  TO WS-AR-AMOUNT-HASH (WS-AM-RUN-COUNT).
           MOVE CFD-DTL-EMP-NUMBER TO WS-AS-EMP-NUMBER (WS-AM-SENT-IX).
           MOVE CFD-DTL-TYPE-CODE  TO WS-AS-TYPE-CODE (WS-AM-SENT-IX).
           MOVE CFD-DTL-SALARY     TO WS-AS-SALARY (WS-AM-SENT-IX).
           ADD 1 TO WS-SENT-COUNT.
           ADD CFD-DTL-SALARY       TO WS-SENT-AMOUNT.
        2300-EXIT.
           EXIT.

        2400-PROVE-TRAILER.
           IF GROUP-AGED
              AND CFD-RUN-ID = WS-AM-AGED-RUN-ID
               MOVE "N"             TO WS-AM-GROUP-SW
               GO TO 2400-EXIT
           END-IF.
           MOVE ZERO                TO WS-AM-FOUND-IX.
           IF WS-AM-RUN-COUNT > ZERO
               IF CFD-RUN-ID = WS-AR-RUN-ID (WS-AM-RUN-COUNT)
                   MOVE WS-AM-RUN-COUNT TO WS-AM-FOUND-IX
               END-IF
           END-IF.
           IF WS-AM-FOUND-IX = ZERO
               MOVE "OUTSIDE ITS RUN" TO WS-MD-RESULT
               PERFORM 2900-FEED-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF.
           SET AR-TRAILER-SEEN (WS-AM-RUN-COUNT) TO TRUE.
           PERFORM 2410-MARK-RESENT THRU 2410-EXIT
               VARYING WS-AM-PART-IX FROM 1 BY 1
               UNTIL WS-AM-PART-IX > WS-AM-PART-COUNT.
           IF CFD-TRL-RECORD-COUNT NOT = WS-AR-COUNT (WS-AM-RUN-COUNT)
              OR CFD-TRL-EMP-HASH
                     NOT = WS-AR-EMP-HASH (WS-AM-RUN-COUNT)
              OR CFD-TRL-AMOUNT-HASH
                     NOT = WS-AR-AMOUNT-HASH (WS-AM-RUN-COUNT)
               MOVE "TRAILER MISMATCH" TO WS-MD-RESULT
               PERFORM 2900-FEED-ERROR THRU 2900-EXIT
           END-IF.
        2400-EXIT.
           EXIT.

    **** 途切れた組と同じ実行 ID・実行日の組が完結していれば再送済み。
        2410-MARK-RESENT.
           IF WS-AP-RUN-ID (WS-AM-PART-IX) = CFD-RUN-ID
              AND WS-AP-RUN-DATE (WS-AM-PART-IX)
                      = WS-AR-RUN-DATE (WS-AM-RUN-COUNT)
               SET AP-RESENT (WS-AM-PART-IX) TO TRUE
           END-IF.
        2410-EXIT.
           EXIT.

    **** 途切れた組を印字する。再送済みなら記録だけ、再送されて
    **** いなければ受信側へ届いていない変更があるので不一致とする。
        2600-REPORT-INCOMPLETE.
           MOVE WS-AP-RUN-ID (WS-AM-PART-IX) TO WS-MD-RUN-ID.
           IF NOT AP-RESENT (WS-AM-PART-IX)
               PERFORM 2610-WRITE-NOT-RESENT THRU 2610-EXIT
               GO TO 2600-EXIT
           END-IF.
           MOVE ZERO                TO WS-MD-SEQ.
           MOVE SPACE               TO WS-MD-EMP-NUMBER.
           MOVE SPACE               TO WS-MD-TYPE-CODE.
           MOVE SPACE               TO WS-MD-RECEIVER.
           MOVE "INCOMPLETE GROUP"  TO WS-MD-RESULT.
           MOVE "RESENT LATER"      TO WS-MD-REASON.
           PERFORM 8000-WRITE-REPORT-DETAIL THRU 8000-EXIT.
        2600-EXIT.
           EXIT.

        2610-WRITE-NOT-RESENT.
           MOVE ZERO                TO WS-MD-SEQ.
           MOVE SPACE               TO WS-MD-EMP-NUMBER.
           MOVE SPACE               TO WS-MD-TYPE-CODE.
           MOVE SPACE               TO WS-MD-RECEIVER.
           MOVE "INCOMPLETE GROUP"  TO WS-MD-RESULT.
           MOVE "NOT RESENT"        TO WS-MD-REASON.
           DISPLAY "CHGFEED INCOMPLETE GROUP NOT RESENT, RUN="
                   WS-MD-RUN-ID.
           PERFORM 8000-WRITE-REPORT-DETAIL THRU 8000-EXIT.
           MOVE 8 TO WS-NEW-SEVERITY.
           PERFORM 9100-SET-SEVERITY THRU 9100-EXIT.
        2610-EXIT.
           EXIT.

    **** 送信側の不整合 1 件を印字し、終了コードを 12 にする。
        2900-FEED-ERROR.
           SET FEED-BAD             TO TRUE.
           MOVE SPACE               TO WS-MD-EMP-NUMBER.
           MOVE SPACE               TO WS-MD-TYPE-CODE.
           MOVE "CHGFEED ITSELF"    TO WS-MD-REASON.
           MOVE SPACE               TO WS-MD-RECEIVER.
           DISPLAY "CHGFEED " WS-MD-RESULT " RUN=" WS-MD-RUN-ID.
           PERFORM 8000-WRITE-REPORT-DETAIL THRU 8000-EXIT.
           MOVE 12 TO WS-NEW-SEVERITY.
           PERFORM 9100-SET-SEVERITY THRU 9100-EXIT.
        2900-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  受領確認の突合せ
    **** 実行 ID で組を探し、連番で送信明細を引き当てる。社員番号が
    **** 食い違う確認、送っていない実行・連番への確認、一覧に無い
    **** 受信側からの確認は不突合。期間より前の実行への確認は数える
    **** だけで読み飛ばす。
    *****************************************************************
        3000-MATCH-ACKS.
           PERFORM 3100-READ-ACK THRU 3100-EXIT
               UNTIL CHGACK-EOF.
        3000-EXIT.
           EXIT.

        3100-READ-ACK.
           READ CHANGE-ACK
               AT END
                   SET CHGACK-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE CAK-RUN-ID          TO WS-MD-RUN-ID.
           MOVE CAK-SEQ             TO WS-MD-SEQ.
           MOVE SPACE               TO WS-MD-EMP-NUMBER.
           MOVE SPACE               TO WS-MD-TYPE-CODE.
           MOVE SPACE               TO WS-MD-REASON.
           MOVE SPACE               TO WS-MD-RECEIVER.
           EVALUATE TRUE
               WHEN CAK-HEADER
                   MOVE ZERO        TO WS-ACK-GROUP-COUNT
               WHEN CAK-DETAIL
                   ADD 1 TO WS-ACK-READ-COUNT
                   ADD 1 TO WS-ACK-GROUP-COUNT
                   PERFORM 3200-MATCH-ONE-ACK THRU 3200-EXIT
               WHEN CAK-TRAILER
                   IF CAK-TRL-RECORD-COUNT IS NOT NUMERIC
                      OR CAK-TRL-RECORD-COUNT NOT = WS-ACK-GROUP-COUNT
                       MOVE "ACK TRAILER CNT" TO WS-MD-RESULT
                       PERFORM 3900-ACK-MISMATCH THRU 3900-EXIT
                   END-IF
                   MOVE ZERO        TO WS-ACK-GROUP-COUNT
               WHEN OTHER
                   MOVE "BAD ACK RECORD" TO WS-MD-RESULT
                   PERFORM 3900-ACK-MISMATCH THRU 3900-EXIT
           END-EVALUATE.
        3100-EXIT.
           EXIT.

        3200-MATCH-ONE-ACK.
           MOVE CAK-DTL-EMP-NUMBER  TO WS-MD-EMP-NUMBER.
           MOVE CAK-DTL-REASON      TO WS-MD-REASON.
           MOVE CAK-DTL-RECEIVER    TO WS-MD-RECEIVER.
           IF CAK-SEQ IS NOT NUMERIC
              OR CAK-DTL-EMP-NUMBER IS NOT NUMERIC
              OR NOT (CAK-ACCEPTED OR CAK-REJECTED)
               MOVE "BAD ACK RECORD" TO WS-MD-RESULT
               PERFORM 3900-ACK-MISMATCH THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3220-FIND-RECEIVER THRU 3220-EXIT.
           IF WS-AM-RCVR-FOUND-IX = ZERO
               MOVE "RECEIVER UNKNOWN" TO WS-MD-RESULT
               PERFORM 3900-ACK-MISMATCH THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF.
    **** 実行日の無い確認は実行 ID の一致する最も新しい組に当てる。
           IF CAK-DTL-RUN-DATE IS NUMERIC
              AND CAK-DTL-RUN-DATE NOT = ZERO
               MOVE CAK-DTL-RUN-DATE TO WS-ACK-RUN-DATE
           ELSE
               MOVE SPACE           TO WS-ACK-RUN-DATE
           END-IF.
           MOVE ZERO                TO WS-AM-FOUND-IX.
           PERFORM 3210-FIND-RUN THRU 3210-EXIT
               VARYING WS-AM-RUN-IX FROM WS-AM-RUN-COUNT BY -1
               UNTIL WS-AM-RUN-IX < 1
                  OR WS-AM-FOUND-IX NOT = ZERO.
           IF WS-AM-FOUND-IX = ZERO
               MOVE "N"             TO WS-AM-AGED-FOUND-SW
               PERFORM 3240-FIND-AGED-RUN THRU 3240-EXIT
                   VARYING WS-AM-AGED-IX FROM 1 BY 1
                   UNTIL WS-AM-AGED-IX > WS-AM-AGED-USED
                      OR AGED-RUN-FOUND
               IF AGED-RUN-FOUND
                   ADD 1 TO WS-AGED-ACK-COUNT
                   GO TO 3200-EXIT
               END-IF
               MOVE "RUN NOT SENT"  TO WS-MD-RESULT
               PERFORM 3900-ACK-MISMATCH THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF CAK-SEQ < 1
              OR CAK-SEQ > WS-AR-COUNT (WS-AM-FOUND-IX)
               MOVE "SEQ NOT SENT"  TO WS-MD-RESULT
               PERFORM 3900-ACK-MISMATCH THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-AM-SENT-IX = WS-AR-BASE (WS-AM-FOUND-IX)
                                 + CAK-SEQ.
           MOVE WS-AS-TYPE-CODE (WS-AM-SENT-IX) TO WS-MD-TYPE-CODE.
           IF CAK-DTL-EMP-NUMBER NOT = WS-AS-EMP-NUMBER (WS-AM-SENT-IX)
               MOVE "EMP MISMATCH"  TO WS-MD-RESULT
               PERFORM 3900-ACK-MISMATCH THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF.
    **** 同じ受信側から同じ明細への二度目以降の確認は数えるだけ。
    **** 却下が一度でもあれば却下として扱う。
           IF WS-AS-ACK-FLAG (WS-AM-SENT-IX WS-AM-RCVR-FOUND-IX)
                  NOT = SPACE
               ADD 1 TO WS-DUPLICATE-COUNT
               IF CAK-ACCEPTED
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           MOVE CAK-DTL-STATUS
               TO WS-AS-ACK-FLAG (WS-AM-SENT-IX WS-AM-RCVR-FOUND-IX).
           MOVE CAK-DTL-REASON
               TO WS-AS-ACK-REASON (WS-AM-SENT-IX WS-AM-RCVR-FOUND-IX).
           MOVE CAK-DTL-RECEIVER TO WS-AS-ACK-RECEIVER (WS-AM-SENT-IX).
        3200-EXIT.
           EXIT.

        3210-FIND-RUN.
           IF WS-AR-RUN-ID (WS-AM-RUN-IX) = CAK-RUN-ID
              AND (WS-ACK-RUN-DATE = SPACE
                   OR WS-AR-RUN-DATE (WS-AM-RUN-IX) = WS-ACK-RUN-DATE)
               MOVE WS-AM-RUN-IX    TO WS-AM-FOUND-IX
           END-IF.
        3210-EXIT.
           EXIT.

    **** 確認の受信側を一覧から探す。一覧が無ければ常に 1 番目。
        3220-FIND-RECEIVER.
           IF RCVR-ANY
               MOVE 1               TO WS-AM-RCVR-FOUND-IX
               GO TO 3220-EXIT
           END-IF.
           MOVE ZERO                TO WS-AM-RCVR-FOUND-IX.
           PERFORM 3230-MATCH-RECEIVER THRU 3230-EXIT
               VARYING WS-AM-RCVR-IX FROM 1 BY 1
               UNTIL WS-AM-RCVR-IX > WS-AM-RCVR-COUNT
                  OR WS-AM-RCVR-FOUND-IX NOT = ZERO.
        3220-EXIT.
           EXIT.

        3230-MATCH-RECEIVER.
           IF WS-AV-RECEIVER (WS-AM-RCVR-IX) = CAK-DTL-RECEIVER
               MOVE WS-AM-RCVR-IX   TO WS-AM-RCVR-FOUND-IX
           END-IF.
        3230-EXIT.
           EXIT.

        3240-FIND-AGED-RUN.
           IF WS-AA-RUN-ID (WS-AM-AGED-IX) = CAK-RUN-ID
              AND (WS-ACK-RUN-DATE = SPACE
                   OR WS-AA-RUN-DATE (WS-AM-AGED-IX) = WS-ACK-RUN-DATE)
               SET AGED-RUN-FOUND   TO TRUE
           END-IF.
        3240-EXIT.
           EXIT.

    **** 送信側に相手の無い確認 1 件を印字し、不一致とする。
        3900-ACK-MISMATCH.
           ADD 1 TO WS-UNMATCHED-COUNT.
           PERFORM 8000-WRITE-REPORT-DETAIL THRU 8000-EXIT.
           MOVE 8 TO WS-NEW-SEVERITY.
           PERFORM 9100-SET-SEVERITY THRU 9100-EXIT.
        3900-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  未確認・却下の送信明細の印字（実行・連番・受信側順）
    **** 件数・金額は明細単位：全受信側が受理した明細を受理、一つ
    **** でも却下があれば却下、それ以外（未確認の受信側あり）は
    **** 未確認として数える。
    *****************************************************************
        4000-REPORT-UNMATCHED.
           PERFORM 4100-CHECK-RUN THRU 4100-EXIT
               VARYING WS-AM-RUN-IX FROM 1 BY 1
               UNTIL WS-AM-RUN-IX > WS-AM-RUN-COUNT.
        4000-EXIT.
           EXIT.

        4100-CHECK-RUN.
           MOVE WS-AR-RUN-ID (WS-AM-RUN-IX) TO WS-MD-RUN-ID.
           COMPUTE WS-AM-FIRST-IX = WS-AR-BASE (WS-AM-RUN-IX) + 1.
           COMPUTE WS-AM-LAST-IX  = WS-AR-BASE (WS-AM-RUN-IX)
                                  + WS-AR-COUNT (WS-AM-RUN-IX).
           PERFORM 4200-CHECK-SENT THRU 4200-EXIT
               VARYING WS-AM-SENT-IX FROM WS-AM-FIRST-IX BY 1
               UNTIL WS-AM-SENT-IX > WS-AM-LAST-IX.
        4100-EXIT.
           EXIT.

        4200-CHECK-SENT.
           COMPUTE WS-MD-SEQ = WS-AM-SENT-IX
                             - WS-AR-BASE (WS-AM-RUN-IX).
           MOVE WS-AS-EMP-NUMBER (WS-AM-SENT-IX) TO WS-MD-EMP-NUMBER.
           MOVE WS-AS-TYPE-CODE (WS-AM-SENT-IX)  TO WS-MD-TYPE-CODE.
           MOVE "A"                 TO WS-AM-ITEM-STATE.
           PERFORM 4300-CHECK-RECEIVER THRU 4300-EXIT
               VARYING WS-AM-RCVR-IX FROM 1 BY 1
               UNTIL WS-AM-RCVR-IX > WS-AM-RCVR-COUNT.
           EVALUATE WS-AM-ITEM-STATE
               WHEN "A"
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD WS-AS-SALARY (WS-AM-SENT-IX)
                                    TO WS-ACCEPTED-AMOUNT
               WHEN "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD WS-AS-SALARY (WS-AM-SENT-IX)
                                    TO WS-REJECTED-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-NOT-ACKED-COUNT
                   ADD WS-AS-SALARY (WS-AM-SENT-IX)
                                    TO WS-NOT-ACKED-AMOUNT
           END-EVALUATE.
        4200-EXIT.
           EXIT.

    **** 送信明細 1 件の受信側 1 つ分の確認を調べ、却下・未確認なら
    **** その受信側の行を印字する。
        4300-CHECK-RECEIVER.
           IF RCVR-ANY
               MOVE WS-AS-ACK-RECEIVER (WS-AM-SENT-IX)
                                    TO WS-MD-RECEIVER
           ELSE
               MOVE WS-AV-RECEIVER (WS-AM-RCVR-IX) TO WS-MD-RECEIVER
           END-IF.
           MOVE WS-AS-ACK-REASON (WS-AM-SENT-IX WS-AM-RCVR-IX)
                                    TO WS-MD-REASON.
           EVALUATE WS-AS-ACK-FLAG (WS-AM-SENT-IX WS-AM-RCVR-IX)
               WHEN "A"
                   CONTINUE
               WHEN "R"
                   MOVE "R"         TO WS-AM-ITEM-STATE
                   MOVE "REJECTED"  TO WS-MD-RESULT
                   PERFORM 8000-WRITE-REPORT-DETAIL THRU 8000-EXIT
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               WHEN OTHER
                   IF WS-AM-ITEM-STATE = "A"
                       MOVE SPACE   TO WS-AM-ITEM-STATE
                   END-IF
                   MOVE "NOT ACKNOWLEDGED" TO WS-MD-RESULT
                   PERFORM 8000-WRITE-REPORT-DETAIL THRU 8000-EXIT
                   MOVE 8 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-EVALUATE.
        4300-EXIT.
           EXIT.

    *****************************************************************
    **** 5000  件数・金額行と突合せ結果の印字
    *****************************************************************
        5000-WRITE-TOTALS.
           IF WS-RPT-LINE-COUNT + 18 > WS-RPT-LINES-PER-PAGE
               PERFORM 8100-REPORT-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE SPACE               TO ACK-MATCH-REPORT-RECORD.
           WRITE ACK-MATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE "RUNS SENT          ="  TO WS-RC-LABEL.
           MOVE WS-AM-RUN-COUNT     TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "RUNS BEFORE WINDOW ="  TO WS-RC-LABEL.
           MOVE WS-AGED-RUN-COUNT   TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "INCOMPLETE GROUPS  ="  TO WS-RC-LABEL.
           MOVE WS-INCOMPLETE-COUNT TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "RECEIVERS          ="  TO WS-RC-LABEL.
           MOVE WS-AM-RCVR-COUNT    TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "CHANGES SENT       ="  TO WS-RC-LABEL.
           MOVE WS-SENT-COUNT       TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "ACKS READ          ="  TO WS-RC-LABEL.
           MOVE WS-ACK-READ-COUNT   TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "ACKS BEFORE WINDOW ="  TO WS-RC-LABEL.
           MOVE WS-AGED-ACK-COUNT   TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "ACCEPTED           ="  TO WS-RC-LABEL.
           MOVE WS-ACCEPTED-COUNT   TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "REJECTED           ="  TO WS-RC-LABEL.
           MOVE WS-REJECTED-COUNT   TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "NOT ACKNOWLEDGED   ="  TO WS-RC-LABEL.
           MOVE WS-NOT-ACKED-COUNT  TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "ACKS NOT MATCHED   ="  TO WS-RC-LABEL.
           MOVE WS-UNMATCHED-COUNT  TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "DUPLICATE ACKS     ="  TO WS-RC-LABEL.
           MOVE WS-DUPLICATE-COUNT  TO WS-RC-COUNT.
           PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
           MOVE "AMOUNT SENT        ="  TO WS-RA-LABEL.
           MOVE WS-SENT-AMOUNT      TO WS-RA-AMOUNT.
           PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT.
           MOVE "AMOUNT ACCEPTED    ="  TO WS-RA-LABEL.
           MOVE WS-ACCEPTED-AMOUNT  TO WS-RA-AMOUNT.
           PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT.
           MOVE "AMOUNT REJECTED    ="  TO WS-RA-LABEL.
           MOVE WS-REJECTED-AMOUNT  TO WS-RA-AMOUNT.
           PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT.
           MOVE "AMOUNT NOT ACKED   ="  TO WS-RA-LABEL.
           MOVE WS-NOT-ACKED-AMOUNT TO WS-RA-AMOUNT.
           PERFORM 5200-WRITE-AMOUNT-LINE THRU 5200-EXIT.
           EVALUATE TRUE
               WHEN FEED-BAD
               WHEN FEED-EMPTY
                   MOVE "CHGFEED INVALID"   TO WS-RF-FLAG
               WHEN WS-HIGHEST-SEVERITY > ZERO
                   MOVE "SIDES DISAGREE"    TO WS-RF-FLAG
               WHEN WS-AM-RUN-COUNT = ZERO
                   MOVE "NO RUN IN WINDOW"  TO WS-RF-FLAG
               WHEN OTHER
                   MOVE "ALL ACKNOWLEDGED"  TO WS-RF-FLAG
           END-EVALUATE.
           MOVE WS-RPT-FLAG-LINE    TO ACK-MATCH-REPORT-RECORD.
           WRITE ACK-MATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           DISPLAY "ACK MATCH: SENT=" WS-SENT-COUNT
                   " ACCEPTED=" WS-ACCEPTED-COUNT
                   " REJECTED=" WS-REJECTED-COUNT
                   " NOT-ACKED=" WS-NOT-ACKED-COUNT
                   " UNMATCHED=" WS-UNMATCHED-COUNT
                   " RESULT=" WS-RF-FLAG.
        5000-EXIT.
           EXIT.

        5100-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE   TO ACK-MATCH-REPORT-RECORD.
           WRITE ACK-MATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        5100-EXIT.
           EXIT.

        5200-WRITE-AMOUNT-LINE.
           MOVE WS-RPT-AMOUNT-LINE  TO ACK-MATCH-REPORT-RECORD.
           WRITE ACK-MATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        5200-EXIT.
           EXIT.

    **** 報告書明細 1 行の印字（必要なら改頁）。
        8000-WRITE-REPORT-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-REPORT-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE WS-RPT-DETAIL       TO ACK-MATCH-REPORT-RECORD.
           WRITE ACK-MATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        8000-EXIT.
           EXIT.

    **** 改頁し、実行見出しと欄見出しを印字する。
        8100-REPORT-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TS-DATE          TO WS-RH1-DATE.
           MOVE WS-RPT-PAGE-NUMBER  TO WS-RH1-PAGE.
           MOVE WS-RPT-HEADING-1    TO ACK-MATCH-REPORT-RECORD.
           WRITE ACK-MATCH-REPORT-RECORD
               AFTER ADVANCING PAGE.
           MOVE WS-RPT-COL-HEADING  TO ACK-MATCH-REPORT-RECORD.
           WRITE ACK-MATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE               TO ACK-MATCH-REPORT-RECORD.
           WRITE ACK-MATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 3                   TO WS-RPT-LINE-COUNT.
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

    *****************************************************************
    **** 9300  突合せ期間の開始日（当日から ACKDAYS 日前）
    *****************************************************************
        9300-COMPUTE-WINDOW-START.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER - WS-ACK-WINDOW-DAYS).
        9300-EXIT.
           EXIT.
