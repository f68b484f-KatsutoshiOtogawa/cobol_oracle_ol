    *****************************************************************
        IDENTIFICATION              DIVISION.
    *****************************************************************
        PROGRAM-ID.                 HOLDRLSE.
        AUTHOR.                     K.OTOGAWA.
        INSTALLATION.               APPLICATION-DEVELOPMENT.
        DATE-WRITTEN.               2026-10-15.
        DATE-COMPILED.
    *****************************************************************
    **** MODIFICATION HISTORY
    **** ------------------------------------------------------------
    **** 2026-10-15  K.O.  ORIGINAL.  NIGHTLY HOLD RELEASE: READ THE
    ****                   TRANHOLD FILE WRITTEN BY THE MAIN BATCH,
    ****                   WRITE EVERY ITEM WHOSE EFFECTIVE DATE HAS
    ****                   ARRIVED TO A TRANIN-FORMAT BATCH (TRANRLSE)
    ****                   WITH ITS OWN BH HEADER AND A BALANCED BT
    ****                   TRAILER, AND CARRY THE ITEMS NOT YET DUE
    ****                   INTO THE NEXT HOLD GENERATION (TRANHOLN,
    ****                   SWAPPED FOR TRANHOLD AFTER THE RUN).  THE
    ****                   BATCH NUMBER STARTS AT HOLDBTCH (DEFAULT
    ****                   900001) AND SKIPS EVERY NUMBER ALREADY ON
    ****                   THE POSTED-BATCH REGISTER (PBREGST).  THE
    ****                   HOLDAGRP AGING REPORT LISTS EVERY HELD
    ****                   ITEM AND FLAGS ANY HELD LONGER THAN
    ****                   HOLDDAYS (DEFAULT 30) DAYS.  RETURN CODES:
    ****                   0 CLEAN, 4 AN ITEM STILL HELD IS OVER THE
    ****                   AGE LIMIT OR HAS NO VALID EFFECTIVE DATE,
    ****                   12 OPEN FAILURE OR NO FREE BATCH NUMBER.
    **** 2026-10-15  K.O.  PRINT THE AGING REPORT IN EFFECTIVE DATE,
    ****                   TYPE CODE AND EMPLOYEE ORDER (SORTED
    ****                   THROUGH HOLDSORT) INSTEAD OF TRANHOLD
    ****                   ORDER.  RETURN CODE KEPT IN
    ****                   WS-HIGHEST-SEVERITY.
    **** 2026-10-15  K.O.  DROP A HELD ITEM WHOSE 80-BYTE IMAGE REPEATS
    ****                   ONE ALREADY READ (A RERUN OF THE MAIN BATCH
    ****                   APPENDS ITS HOLDS AGAIN), KEEPING THE FIRST,
    ****                   AND COUNT THEM ON THE AGING REPORT (RC 4).
    ****                   REFUSE THE RUN (RC 12) WHEN TRANHOLN STILL
    ****                   EXISTS, SO AN UNSWAPPED GENERATION IS NEVER
    ****                   RELEASED TWICE; TRANHOLN IS NOW OPENED LAST.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
    **** 現行の留置きファイル（procobc.cob が追記したもの）
           SELECT TRANSACTION-HOLD  ASSIGN TO "TRANHOLD"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TRANHOLD-STATUS.
    **** 留置きの書替え先。実行後に運用側で TRANHOLD と入れ替える。
           SELECT TRANSACTION-HOLD-NEW ASSIGN TO "TRANHOLN"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TRANHOLN-STATUS.
    **** 発効日の到来した保留分のバッチ（BH／明細／BT）。
    **** SAMPLE-13 の TRANIN に割り当てて通常のバッチとして流す。
           SELECT RELEASE-BATCH     ASSIGN TO "TRANRLSE"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-TRANRLSE-STATUS.
    **** 転記済みバッチ登記ファイル（バッチ番号の重複回避に読む）
           SELECT POSTED-BATCH-FILE ASSIGN TO "PBREGST"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS PBREG-BATCH-NUMBER
                                     FILE STATUS IS WS-PBREGST-STATUS.
    **** 保留経過日数レポート
           SELECT AGING-REPORT      ASSIGN TO "HOLDAGRP"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-HOLDAGRP-STATUS.
    **** 経過日数レポートの並べ替え作業ファイル
           SELECT AGING-SORT-FILE   ASSIGN TO "HOLDSORT".
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************
        FILE                        SECTION.
    **** procobc.cob と共有するレコード様式はコピー本で取り込む。
        FD  TRANSACTION-HOLD.
        COPY "holdrc.cpy".

        FD  TRANSACTION-HOLD-NEW.
        01 HOLDN-RECORD             PIC X(88).

        FD  RELEASE-BATCH.
        COPY "tranxrec.cpy".

        FD  POSTED-BATCH-FILE.
        COPY "pbregrc.cpy".

        FD  AGING-REPORT.
        01 AGING-REPORT-RECORD      PIC X(80).

    **** 並べ替えキー（発効日・区分・社員番号）と印字済みの明細行。
    **** 発効日が数字でない明細もそのまま並べるため、キーは英数字
    **** で持つ。
        SD  AGING-SORT-FILE.
        01 AGING-SORT-RECORD.
           13 SRT-EFF-DATE          PIC X(8).
           13 SRT-TYPE-CODE         PIC X(2).
           13 SRT-EMP-NUMBER        PIC X(5).
           13 SRT-DETAIL-LINE       PIC X(80).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    **** ファイル状態コード
    *****************************************************************
        01 WS-TRANHOLD-STATUS       PIC X(2) VALUE "00".
        01 WS-TRANHOLN-STATUS       PIC X(2) VALUE "00".
        01 WS-TRANRLSE-STATUS       PIC X(2) VALUE "00".
        01 WS-PBREGST-STATUS        PIC X(2) VALUE "00".
        01 WS-HOLDAGRP-STATUS       PIC X(2) VALUE "00".

    *****************************************************************
    **** 終了コード（0=正常 4=上限超過・発効日不正・重複あり
    **** 12=オープン障害・バッチ番号なし・TRANHOLN 残存）
    *****************************************************************
        01 WS-HIGHEST-SEVERITY      PIC 9(2) VALUE ZERO.
        01 WS-NEW-SEVERITY          PIC 9(2) VALUE ZERO.

    *****************************************************************
    **** 経過日数上限・開始バッチ番号パラメーター（環境変数）
    *****************************************************************
        01 WS-PARM-DAYS-AREA        PIC X(4) VALUE SPACE.
        01 WS-AGE-LIMIT-DAYS        PIC 9(4) VALUE 30.
        01 WS-PARM-BATCH-AREA       PIC X(6) VALUE SPACE.
    **** 保留解除バッチの番号は 900001 から上を使い、登記済みの
    **** 番号は飛ばす（通常の TRANIN バッチの採番と重ならない
    **** ように帯を分けている）。
        01 WS-START-BATCH-NUMBER    PIC 9(6) VALUE 900001.

    *****************************************************************
    **** 制御スイッチ・件数カウンター
    *****************************************************************
        01 WS-TRANHOLD-EOF-SW       PIC X(1) VALUE "N".
           88 TRANHOLD-EOF                   VALUE "Y".
        01 WS-SORT-EOF-SW           PIC X(1) VALUE "N".
           88 SORT-EOF                       VALUE "Y".
        01 WS-OPEN-FAIL-SW          PIC X(1) VALUE "N".
           88 OPEN-FAILED                    VALUE "Y".
        01 WS-BATCH-FREE-SW         PIC X(1) VALUE "N".
           88 BATCH-NUMBER-FREE              VALUE "Y".
           88 BATCH-NUMBER-EXHAUSTED         VALUE "X".
        01 WS-AGED-SW               PIC X(1) VALUE "N".
           88 ITEM-OVER-LIMIT                VALUE "Y".
        01 WS-ACTION-SW             PIC X(1) VALUE "K".
           88 ACTION-RELEASE                 VALUE "R".
           88 ACTION-KEEP                    VALUE "K".
        01 WS-HOLD-READ-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-RELEASED-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-CARRIED-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-OVER-LIMIT-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-BAD-DATE-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-DROPPED-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-DUPLICATE-COUNT       PIC S9(7) COMP-3 VALUE ZERO.

    *****************************************************************
    **** 読んだ保留の原形（80 桁）の表。SAMPLE-13 の再実行で同じ
    **** 保留が重ねて追記されたものを見分け、最初の 1 件だけ残す。
    **** 表が一杯になった後の明細は照合せずに通し、その旨を出す。
    *****************************************************************
        01 WS-SEEN-COUNT            PIC S9(5) COMP VALUE ZERO.
        01 WS-SEEN-IX               PIC S9(5) COMP VALUE ZERO.
        01 WS-SEEN-SW               PIC X(1) VALUE "N".
           88 IMAGE-ALREADY-SEEN             VALUE "Y".
        01 WS-SEEN-FULL-SW          PIC X(1) VALUE "N".
           88 SEEN-TABLE-FULL                VALUE "Y".
        01 WS-SEEN-TAB.
           13 WS-SEEN-IMAGE         PIC X(80)
                                    OCCURS 9999 TIMES.

    *****************************************************************
    **** 保留解除バッチの制御ワーク（BH／BT の値）
    **** 集計の仕方は procobc.cob 2520 の検証パスと同じにする。
    *****************************************************************
        01 WS-RLS-BATCH-NUMBER      PIC 9(6) VALUE ZERO.
        01 WS-RLS-EMP-HASH          PIC S9(11) COMP-3 VALUE ZERO.
        01 WS-RLS-SALARY-HASH       PIC S9(11)V99 COMP-3 VALUE ZERO.

    *****************************************************************
    **** 経過日数算出用ワーク
    *****************************************************************
        01 WS-TODAY-INTEGER         PIC S9(9) COMP VALUE ZERO.
        01 WS-HELD-INTEGER          PIC S9(9) COMP VALUE ZERO.
        01 WS-AGE-DAYS              PIC S9(5) COMP-3 VALUE ZERO.

    *****************************************************************
    **** レポート印刷用ワーク（頁制御・見出し・明細・合計行）
    *****************************************************************
        01 WS-RPT-PAGE-NUMBER       PIC 9(4) VALUE ZERO.
        01 WS-RPT-LINE-COUNT        PIC 9(2) COMP VALUE 99.
        01 WS-RPT-LINES-PER-PAGE    PIC 9(2) COMP VALUE 55.
        01 WS-RPT-HEADING-1.
           13 FILLER                PIC X(25)
                   VALUE "HELD TRANSACTION AGING".
           13 FILLER                PIC X(9) VALUE "RUN DATE ".
           13 WS-RH1-DATE           PIC 9(8).
           13 FILLER                PIC X(7) VALUE "  PAGE ".
           13 WS-RH1-PAGE           PIC ZZZ9.
        01 WS-RPT-HEADING-2.
           13 FILLER                PIC X(15)
                   VALUE "AGE LIMIT DAYS=".
           13 WS-RH2-LIMIT          PIC ZZZ9.
           13 FILLER                PIC X(16)
                   VALUE "  RELEASE BATCH=".
           13 WS-RH2-BATCH          PIC 9(6).
        01 WS-RPT-COL-HEADING.
           13 FILLER                PIC X(10) VALUE "EFF-DATE".
           13 FILLER                PIC X(4)  VALUE "TY".
           13 FILLER                PIC X(7)  VALUE "EMPNO".
           13 FILLER                PIC X(10) VALUE "HELD-SINCE".
           13 FILLER                PIC X(7)  VALUE "  AGE".
           13 FILLER                PIC X(10) VALUE "ACTION".
           13 FILLER                PIC X(4)  VALUE "FLAG".
        01 WS-RPT-DETAIL.
           13 WS-AD-EFF-DATE        PIC X(8).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-AD-TYPE-CODE       PIC X(2).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-AD-EMP-NUMBER      PIC X(5).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-AD-HELD-DATE       PIC X(8).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-AD-AGE             PIC ZZZZ9.
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-AD-ACTION          PIC X(8).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-AD-FLAG            PIC X(12).
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
    **** ファイルが開けない、バッチ番号が取れない、または TRANHOLN
    **** が残っている実行は何も切り出していない。終了コード 12 で
    **** 打ち切り、現行の TRANHOLD をそのまま残す（運用側は入替えを
    **** しない）。
           IF NOT OPEN-FAILED
               SORT AGING-SORT-FILE
                   ON ASCENDING KEY SRT-EFF-DATE
                                    SRT-TYPE-CODE
                                    SRT-EMP-NUMBER
                   INPUT PROCEDURE IS 2900-SELECT-HOLDS
                                 THRU 2900-EXIT
                   OUTPUT PROCEDURE IS 8050-PRINT-AGING-REPORT
                                  THRU 8050-EXIT
               PERFORM 3000-WRITE-TRAILER   THRU 3000-EXIT
               PERFORM 4000-WRITE-TOTALS    THRU 4000-EXIT
               CLOSE TRANSACTION-HOLD
               CLOSE TRANSACTION-HOLD-NEW
               CLOSE RELEASE-BATCH
               CLOSE AGING-REPORT
           END-IF.
           MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
           STOP RUN.

    *****************************************************************
    **** 1000  初期処理（パラメーター・バッチ番号・ファイルのオープン
    ****       とバッチヘッダーの書出し）
    *****************************************************************
        1000-INITIALIZE.
           DISPLAY "HOLDDAYS"         UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-DAYS-AREA  FROM ENVIRONMENT-VALUE.
           IF WS-PARM-DAYS-AREA IS NUMERIC
               MOVE WS-PARM-DAYS-AREA TO WS-AGE-LIMIT-DAYS
           END-IF.
           DISPLAY "HOLDBTCH"         UPON ENVIRONMENT-NAME.
           ACCEPT  WS-PARM-BATCH-AREA FROM ENVIRONMENT-VALUE.
           IF WS-PARM-BATCH-AREA IS NUMERIC
              AND WS-PARM-BATCH-AREA NOT = ZERO
               MOVE WS-PARM-BATCH-AREA TO WS-START-BATCH-NUMBER
           END-IF.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           PERFORM 9200-COMPUTE-TODAY-INTEGER THRU 9200-EXIT.
           PERFORM 1100-ASSIGN-BATCH-NUMBER THRU 1100-EXIT.
           IF OPEN-FAILED
               GO TO 1000-EXIT
           END-IF.
    **** 留置きファイルが無い（前夜まで保留が 1 件も無かった）とき
    **** は空として扱い、空の書替え先と空のバッチを作る。
           OPEN INPUT TRANSACTION-HOLD.
           IF WS-TRANHOLD-STATUS = "35"
               DISPLAY "NO CURRENT HOLD FILE, STATUS="
                       WS-TRANHOLD-STATUS
               SET TRANHOLD-EOF TO TRUE
           ELSE
               IF WS-TRANHOLD-STATUS NOT = "00"
                   DISPLAY "TRANSACTION-HOLD OPEN FAILED, STATUS="
                           WS-TRANHOLD-STATUS
                   SET OPEN-FAILED TO TRUE
                   MOVE 12 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
                   GO TO 1000-EXIT
               END-IF
           END-IF.
    **** 書替え先が残っているのは、前夜の世代が入れ替えられていない
    **** か、打ち切られた実行の書きかけである。上書きすると同じ
    **** 保留を二度解除しかねないので、運用側が入れ替えるか消す
    **** まで実行を拒否する。
           OPEN INPUT TRANSACTION-HOLD-NEW.
           IF WS-TRANHOLN-STATUS = "00"
               CLOSE TRANSACTION-HOLD-NEW
               DISPLAY "TRANHOLN ALREADY EXISTS"
               DISPLAY "RUN REFUSED: SWAP TRANHOLN INTO TRANHOLD,"
                       " OR REMOVE A PARTIAL TRANHOLN"
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RELEASE-BATCH.
           IF WS-TRANRLSE-STATUS NOT = "00"
               DISPLAY "RELEASE-BATCH OPEN FAILED, STATUS="
                       WS-TRANRLSE-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT AGING-REPORT.
           IF WS-HOLDAGRP-STATUS NOT = "00"
               DISPLAY "AGING-REPORT OPEN FAILED, STATUS="
                       WS-HOLDAGRP-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
    **** 書替え先は最後に作る（他のファイルが開けずに打ち切る実行
    **** が空の TRANHOLN を残さないように）。
           OPEN OUTPUT TRANSACTION-HOLD-NEW.
           IF WS-TRANHOLN-STATUS NOT = "00"
               DISPLAY "TRANSACTION-HOLD-NEW OPEN FAILED, STATUS="
                       WS-TRANHOLN-STATUS
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
    **** バッチヘッダー。社員番号・発効日の欄はゼロ埋めとする。
           MOVE SPACE                TO TRANX-RECORD.
           MOVE "BH"                 TO TRANX-TYPE-CODE.
           MOVE ZERO                 TO TRANX-EMP-NUMBER.
           MOVE ZERO                 TO TRANX-EFFECTIVE-DATE.
           MOVE WS-RLS-BATCH-NUMBER  TO TRANX-BH-BATCH-NUMBER.
           MOVE WS-TS-DATE           TO TRANX-BH-CREATE-DATE.
           WRITE TRANX-RECORD.
           DISPLAY "RELEASE BATCH NUMBER=" WS-RLS-BATCH-NUMBER
                   " AGE LIMIT=" WS-AGE-LIMIT-DAYS " DAYS".
        1000-EXIT.
           EXIT.

    *****************************************************************
    **** 1100  保留解除バッチ番号の採番
    **** 開始番号から順に転記済みバッチ登記を引き、登記されて
    **** いない最初の番号を使う。前夜のバッチが転記されずに終わ
    **** っていれば同じ番号を使い回すが、そのバッチは登記されて
    **** いないので二重転記にはならない。登記ファイルが無い
    **** （一度も転記していない）ときは開始番号をそのまま使う。
    *****************************************************************
        1100-ASSIGN-BATCH-NUMBER.
           MOVE WS-START-BATCH-NUMBER TO WS-RLS-BATCH-NUMBER.
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
               DISPLAY "RUN REFUSED: SET HOLDBTCH TO A FREE RANGE"
               SET OPEN-FAILED TO TRUE
               MOVE 12 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
        1100-EXIT.
           EXIT.

    **** 候補番号 1 件を登記ファイルで引く。登記済みなら次へ進む。
        1150-PROBE-BATCH-NUMBER.
           MOVE WS-RLS-BATCH-NUMBER  TO PBREG-BATCH-NUMBER.
           READ POSTED-BATCH-FILE
               KEY IS PBREG-BATCH-NUMBER
               INVALID KEY
                   SET BATCH-NUMBER-FREE TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF WS-RLS-BATCH-NUMBER = 999999
               SET BATCH-NUMBER-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-RLS-BATCH-NUMBER
           END-IF.
        1150-EXIT.
           EXIT.

    *****************************************************************
    **** 2000  留置き 1 件分の振分け
    **** 発効日が当日以前なら保留解除バッチへ、未到来なら次の
    **** 世代へ写す。発効日が数字でないものは転記できないので
    **** 保留のまま残し、経過日数レポートで目立たせる。
    *****************************************************************
        2000-PROCESS-HOLD.
           READ TRANSACTION-HOLD
               AT END
                   SET TRANHOLD-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-HOLD-READ-COUNT.
           MOVE HOLD-TRANX-IMAGE     TO TRANX-RECORD.
    **** バッチ制御レコードは保留されないはずのもの。解除バッチに
    **** 混ぜるとバッチ検証を狂わせるので、表示して捨てる。
           IF TRANX-BATCH-HEADER OR TRANX-BATCH-TRAILER
               DISPLAY "BATCH CONTROL RECORD ON HOLD FILE DROPPED: "
                       HOLD-TRANX-IMAGE
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 2000-EXIT
           END-IF.
    **** 先に読んだ保留と原形が同じものは重複として捨てる（保留
    **** 日付の早い最初の 1 件が残る）。
           PERFORM 2050-CHECK-DUPLICATE THRU 2050-EXIT.
           IF IMAGE-ALREADY-SEEN
               DISPLAY "DUPLICATE HELD ITEM DROPPED: "
                       HOLD-TRANX-IMAGE
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN TRANX-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "K"            TO WS-ACTION-SW
                   MOVE "KEPT"         TO WS-AD-ACTION
                   MOVE "BAD EFF DATE" TO WS-AD-FLAG
                   ADD 1 TO WS-BAD-DATE-COUNT
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
               WHEN TRANX-EFFECTIVE-DATE > WS-TS-DATE
                   MOVE "K"            TO WS-ACTION-SW
                   MOVE "HELD"         TO WS-AD-ACTION
                   IF ITEM-OVER-LIMIT
                       MOVE 4 TO WS-NEW-SEVERITY
                       PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "R"            TO WS-ACTION-SW
                   MOVE "RELEASED"     TO WS-AD-ACTION
           END-EVALUATE.
    **** 明細行は書出し前に組み立てる（WRITE 後のレコード域は
    **** 当てにしない）。
           PERFORM 8000-RELEASE-AGING-DETAIL THRU 8000-EXIT.
           IF ACTION-RELEASE
               PERFORM 2200-RELEASE-ITEM THRU 2200-EXIT
           ELSE
               PERFORM 2300-CARRY-FORWARD THRU 2300-EXIT
           END-IF.
        2000-EXIT.
           EXIT.

    **** 原形を表で引き、無ければ表に加える。
        2050-CHECK-DUPLICATE.
           MOVE "N"                  TO WS-SEEN-SW.
           PERFORM 2060-COMPARE-SEEN THRU 2060-EXIT
               VARYING WS-SEEN-IX FROM 1 BY 1
               UNTIL WS-SEEN-IX > WS-SEEN-COUNT
                  OR IMAGE-ALREADY-SEEN.
           IF IMAGE-ALREADY-SEEN
               GO TO 2050-EXIT
           END-IF.
           IF WS-SEEN-COUNT < 9999
               ADD 1 TO WS-SEEN-COUNT
               MOVE HOLD-TRANX-IMAGE TO WS-SEEN-IMAGE (WS-SEEN-COUNT)
               GO TO 2050-EXIT
           END-IF.
           IF NOT SEEN-TABLE-FULL
               SET SEEN-TABLE-FULL   TO TRUE
               DISPLAY "MORE THAN 9999 HELD ITEMS: LATER ITEMS ARE"
                       " NOT CHECKED FOR DUPLICATES"
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9100-SET-SEVERITY THRU 9100-EXIT
           END-IF.
        2050-EXIT.
           EXIT.

        2060-COMPARE-SEEN.
           IF WS-SEEN-IMAGE (WS-SEEN-IX) = HOLD-TRANX-IMAGE
               SET IMAGE-ALREADY-SEEN TO TRUE
           END-IF.
        2060-EXIT.
           EXIT.

    **** 保留日付から当日までの経過日数を求め、上限超過を判定する。
    **** 保留日付を持たない古い形式のレコードは経過日数を出せない
    **** ので、その旨を示す。
        2100-COMPUTE-AGE.
           MOVE "N"                  TO WS-AGED-SW.
           MOVE SPACE                TO WS-AD-FLAG.
           MOVE ZERO                 TO WS-AGE-DAYS.
           IF HOLD-HELD-DATE IS NOT NUMERIC
              OR HOLD-HELD-DATE < 16010101
               MOVE "NO HOLD DATE"   TO WS-AD-FLAG
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-HELD-INTEGER =
               FUNCTION INTEGER-OF-DATE(HOLD-HELD-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-HELD-INTEGER.
           IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
               SET ITEM-OVER-LIMIT   TO TRUE
               MOVE "OVER LIMIT"     TO WS-AD-FLAG
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF.
        2100-EXIT.
           EXIT.

    **** 発効日の到来した 1 件を解除バッチへ書き、件数とハッシュ
    **** 合計（社員番号、SC の新旧給与、NH の初任給与）を計上する。
        2200-RELEASE-ITEM.
           ADD 1 TO WS-RELEASED-COUNT.
           IF TRANX-EMP-NUMBER IS NUMERIC
               ADD TRANX-EMP-NUMBER  TO WS-RLS-EMP-HASH
           END-IF.
           IF TRANX-SALARY-CHANGE
               IF TRANX-SC-OLD-SALARY IS NUMERIC
                   ADD TRANX-SC-OLD-SALARY TO WS-RLS-SALARY-HASH
               END-IF
               IF TRANX-SC-NEW-SALARY IS NUMERIC
                   ADD TRANX-SC-NEW-SALARY TO WS-RLS-SALARY-HASH
               END-IF
           END-IF.
           IF TRANX-NEW-HIRE
               IF TRANX-NH-START-SALARY IS NUMERIC
                   ADD TRANX-NH-START-SALARY TO WS-RLS-SALARY-HASH
               END-IF
           END-IF.
           WRITE TRANX-RECORD.
        2200-EXIT.
           EXIT.

    **** 未到来の 1 件を保留日付ごと次の世代へ写す。保留日付の
    **** 無い古い形式のものは当日を保留日付として付け、以後は
    **** 経過日数を数えられるようにする。
        2300-CARRY-FORWARD.
           IF HOLD-HELD-DATE IS NOT NUMERIC
              OR HOLD-HELD-DATE < 16010101
               MOVE WS-TS-DATE       TO HOLD-HELD-DATE
           END-IF.
           MOVE HOLD-RECORD          TO HOLDN-RECORD.
           WRITE HOLDN-RECORD.
           ADD 1 TO WS-CARRIED-COUNT.
        2300-EXIT.
           EXIT.

    *****************************************************************
    **** 2900  並べ替えの入力手続き：留置きを全件振り分け、明細行
    **** を並べ替えへ渡す。
    *****************************************************************
        2900-SELECT-HOLDS.
           PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
               UNTIL TRANHOLD-EOF.
        2900-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  バッチトレーラーの書出し
    **** 解除する明細が無い夜も BH／BT だけの釣り合ったバッチを
    **** 作り、後続の SAMPLE-13 の手順を毎夜同じ形で流せるようにする。
    *****************************************************************
        3000-WRITE-TRAILER.
           MOVE SPACE                TO TRANX-RECORD.
           MOVE "BT"                 TO TRANX-TYPE-CODE.
           MOVE ZERO                 TO TRANX-EMP-NUMBER.
           MOVE ZERO                 TO TRANX-EFFECTIVE-DATE.
           MOVE WS-RELEASED-COUNT    TO TRANX-BT-RECORD-COUNT.
           MOVE WS-RLS-EMP-HASH      TO TRANX-BT-EMP-HASH.
           MOVE WS-RLS-SALARY-HASH   TO TRANX-BT-SALARY-HASH.
           WRITE TRANX-RECORD.
        3000-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  件数合計行の印字
    *****************************************************************
        4000-WRITE-TOTALS.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-AGING-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE SPACE               TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE "HELD ITEMS READ    =" TO WS-RC-LABEL.
           MOVE WS-HOLD-READ-COUNT  TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "RELEASED TO BATCH  =" TO WS-RC-LABEL.
           MOVE WS-RELEASED-COUNT   TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "CARRIED FORWARD    =" TO WS-RC-LABEL.
           MOVE WS-CARRIED-COUNT    TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "OVER AGE LIMIT     =" TO WS-RC-LABEL.
           MOVE WS-OVER-LIMIT-COUNT TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "BAD EFFECTIVE DATE =" TO WS-RC-LABEL.
           MOVE WS-BAD-DATE-COUNT   TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "CONTROL REC DROPPED=" TO WS-RC-LABEL.
           MOVE WS-DROPPED-COUNT    TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           MOVE "DUPLICATES DROPPED =" TO WS-RC-LABEL.
           MOVE WS-DUPLICATE-COUNT  TO WS-RC-COUNT.
           PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT.
           DISPLAY "HELD ITEMS READ    =" WS-HOLD-READ-COUNT.
           DISPLAY "RELEASED TO BATCH  =" WS-RELEASED-COUNT.
           DISPLAY "CARRIED FORWARD    =" WS-CARRIED-COUNT.
           DISPLAY "OVER AGE LIMIT     =" WS-OVER-LIMIT-COUNT.
           DISPLAY "DUPLICATES DROPPED =" WS-DUPLICATE-COUNT.
        4000-EXIT.
           EXIT.

    **** 留置き 1 件分の明細行を組み立て、並べ替えキーを付けて
    **** 並べ替えへ渡す。
        8000-RELEASE-AGING-DETAIL.
           MOVE TRANX-EFFECTIVE-DATE TO WS-AD-EFF-DATE.
           MOVE TRANX-TYPE-CODE     TO WS-AD-TYPE-CODE.
           MOVE TRANX-EMP-NUMBER    TO WS-AD-EMP-NUMBER.
           MOVE HOLD-HELD-DATE      TO WS-AD-HELD-DATE.
           MOVE WS-AGE-DAYS         TO WS-AD-AGE.
           MOVE WS-AD-EFF-DATE      TO SRT-EFF-DATE.
           MOVE WS-AD-TYPE-CODE     TO SRT-TYPE-CODE.
           MOVE WS-AD-EMP-NUMBER    TO SRT-EMP-NUMBER.
           MOVE WS-RPT-DETAIL       TO SRT-DETAIL-LINE.
           RELEASE AGING-SORT-RECORD.
        8000-EXIT.
           EXIT.

    *****************************************************************
    **** 8050  並べ替えの出力手続き：発効日・区分・社員番号の順に
    **** 並んだ明細行を経過日数レポートへ印字する。
    *****************************************************************
        8050-PRINT-AGING-REPORT.
           PERFORM 8060-PRINT-AGING-LINE THRU 8060-EXIT
               UNTIL SORT-EOF.
        8050-EXIT.
           EXIT.

    **** 並べ替え済みの明細行 1 件の印字（必要なら改頁）。
        8060-PRINT-AGING-LINE.
           RETURN AGING-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
                   GO TO 8060-EXIT
           END-RETURN.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8100-AGING-PAGE-HEADING THRU 8100-EXIT
           END-IF.
           MOVE SRT-DETAIL-LINE     TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
        8060-EXIT.
           EXIT.

    **** 改頁し、実行見出し・条件・欄見出しを印字する。
        8100-AGING-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUMBER.
           MOVE WS-TS-DATE          TO WS-RH1-DATE.
           MOVE WS-RPT-PAGE-NUMBER  TO WS-RH1-PAGE.
           MOVE WS-RPT-HEADING-1    TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD
               AFTER ADVANCING PAGE.
           MOVE WS-AGE-LIMIT-DAYS   TO WS-RH2-LIMIT.
           MOVE WS-RLS-BATCH-NUMBER TO WS-RH2-BATCH.
           MOVE WS-RPT-HEADING-2    TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE WS-RPT-COL-HEADING  TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE               TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 4                   TO WS-RPT-LINE-COUNT.
        8100-EXIT.
           EXIT.

        8200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE   TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD
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

    *****************************************************************
    **** 9200  当日の通日番号の算出（経過日数の基準）
    **** 暦の計算だけは通常の命令では書けないため、組込み関数を
    **** 用いる（audmgmt.cob の保持期限算出と同じ）。
    *****************************************************************
        9200-COMPUTE-TODAY-INTEGER.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
        9200-EXIT.
           EXIT.
