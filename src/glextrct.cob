    ****                   TOTAL FOR THE RANGE.  RETURN CODES:
    ****                   0 IN BALANCE, 8 OUT OF BALANCE,
    ****                   12 CONNECT/OPEN/SQL FAILURE.
    **** 2026-10-15  K.O.  CARRY RETROACTIVE PAY: READ THE RETROPAY
    ****                   FILE WRITTEN BY RETROCLC AND WRITE ONE
    ****                   DEBIT/CREDIT PAIR PER DEPARTMENT FOR THE
    ****                   NET RETRO AMOUNT (RETRO-EXPENSE AGAINST
    ****                   RETRO-PAYABLE, SIDES SWAPPED FOR A NET
    ****                   RECOVERY), DATED THE PAY PERIOD IT IS PAID
    ****                   IN.  THE BALANCING REPORT PROVES THE RETRO
    ****                   LINES AGAINST THE RETROPAY TRAILER; A
    ****                   MISMATCH OR MISSING TRAILER IS OUT OF
    ****                   BALANCE (RC 8).  NO RETROPAY FILE MEANS NO
    ****                   RETRO LINES.
    **** 2026-10-15  K.O.  RETROPAY IS POSTED ONCE, WHATEVER THE
    ****                   GLFROM/GLTHRU RANGE: THE RH RUN TIMESTAMP
    ****                   IS RECORDED ON GLRETPST WHEN THE EXTRACT
    ****                   BALANCES, AND A RETROPAY WHOSE TIMESTAMP
    ****                   IS ALREADY THERE IS SKIPPED.  A SKIPPED
    ****                   RETROPAY, OR ONE WITH NO RH HEADER, GIVES
    ****                   RC 4.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
           SELECT BALANCE-REPORT    ASSIGN TO "GLBALRPT"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-GLBALRPT-STATUS.
    **** retroclc.cob が書く遡及給与インターフェースファイル
           SELECT RETRO-PAY-FILE    ASSIGN TO "RETROPAY"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-RETROPAY-STATUS.
    **** 転記済み RETROPAY の実行タイムスタンプの記録（追記）
           SELECT RETRO-POSTED-FILE ASSIGN TO "GLRETPST"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     FILE STATUS IS WS-GLRETPST-STATUS.
    *****************************************************************
        DATA                        DIVISION.
    *****************************************************************

        FD  BALANCE-REPORT.
        01 BALANCE-REPORT-RECORD    PIC X(80).

    **** retroclc.cob と共有するレコード様式はコピー本で取り込む。
        FD  RETRO-PAY-FILE.
        COPY "retroprc.cpy".

    **** 転記済み記録 1 件＝転記した RETROPAY 1 本。
        FD  RETRO-POSTED-FILE.
        01 RETRO-POSTED-RECORD.
           03 RPS-RUN-STAMP         PIC 9(14).
           03 RPS-PERIOD-START      PIC 9(08).
           03 RPS-POSTED-STAMP      PIC 9(14).
           03 FILLER                PIC X(44).
    *****************************************************************
        WORKING-STORAGE             SECTION.
    *****************************************************************
    *****************************************************************
        01 WS-GLINTF-STATUS         PIC X(2) VALUE "00".
        01 WS-GLBALRPT-STATUS       PIC X(2) VALUE "00".
        01 WS-RETROPAY-STATUS       PIC X(2) VALUE "00".
        01 WS-GLRETPST-STATUS       PIC X(2) VALUE "00".

    *****************************************************************
    **** 制御スイッチ・集計ワーク
        01 WS-ABS-DELTA             PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-VARIANCE              PIC S9(13)V99 COMP-3 VALUE ZERO.

    *****************************************************************
    **** 遡及給与の集計ワーク
    **** 部門番号＋1 を添字に、部門別の純遡及額（支払は正、回収は
    **** 負）を積み上げる。
    *****************************************************************
        01 WS-RETRO-EOF-SW          PIC X(1) VALUE "N".
           88 RETRO-EOF                      VALUE "Y".
        01 WS-RETRO-USE-SW          PIC X(1) VALUE "N".
           88 RETRO-INCLUDED                 VALUE "Y".
        01 WS-RETRO-TRAILER-SW      PIC X(1) VALUE "N".
           88 RETRO-TRAILER-SEEN             VALUE "Y".
           88 RETRO-TRAILER-BAD              VALUE "B".
        01 WS-RETRO-HEADER-SW       PIC X(1) VALUE "N".
           88 RETRO-HEADER-SEEN              VALUE "Y".
        01 WS-RETRO-POSTED-SW       PIC X(1) VALUE "N".
           88 RETRO-ALREADY-POSTED           VALUE "Y".
        01 WS-RETRO-PST-EOF-SW      PIC X(1) VALUE "N".
           88 RETRO-PST-EOF                  VALUE "Y".
        01 WS-RETRO-PERIOD-START    PIC 9(8) VALUE ZERO.
        01 WS-RETRO-RUN-STAMP       PIC 9(14) VALUE ZERO.
        01 WS-RETRO-DISPOSITION     PIC X(16) VALUE "NO RETROPAY".
        01 WS-RETRO-READ-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-RETRO-OWED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-RETRO-RECOVER-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-RETRO-RT-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-RETRO-RT-OWED         PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-RETRO-RT-RECOVER      PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-RETRO-FILE-NET        PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 WS-RETRO-EXTRACT-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 WS-RETRO-VARIANCE        PIC S9(13)V99 COMP-3 VALUE ZERO.
        01 WS-RETRO-PAIR-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
        01 WS-RETRO-NET             PIC S9(11)V99 COMP-3 VALUE ZERO.
        01 WS-RETRO-DEPT-IX         PIC S9(5) COMP VALUE ZERO.
        01 WS-RETRO-DEPT-TAB.
           13 WS-RETRO-DEPT-NET     PIC S9(11)V99 COMP-3
                                    OCCURS 10000 TIMES.

    *****************************************************************
    **** 抽出期間パラメーター（環境変数 GLFROM／GLTHRU、発効日）
    *****************************************************************
        01 WS-RPT-COUNT-LINE.
           13 WS-RC-LABEL           PIC X(20).
           13 WS-RC-COUNT           PIC ZZZZZZ9.
        01 WS-RPT-RETRO-LINE.
           13 FILLER                PIC X(13) VALUE "RETROPAY RUN ".
           13 WS-RT-RUN-STAMP       PIC 9(14).
           13 FILLER                PIC X(2) VALUE SPACE.
           13 WS-RT-DISPOSITION     PIC X(16).
        01 WS-RPT-FLAG-LINE.
           13 FILLER                PIC X(10) VALUE "RESULT  = ".
           13 WS-RF-FLAG            PIC X(10).
           IF NOT OPEN-FAILED
               PERFORM 2000-EXTRACT-GL      THRU 2000-EXIT
               PERFORM 3000-BALANCE-EXTRACT THRU 3000-EXIT
               IF RETRO-INCLUDED
                  AND RETURN-CODE < 8
                   PERFORM 4000-RECORD-RETRO-POSTED THRU 4000-EXIT
               END-IF
               CLOSE GL-INTERFACE
               CLOSE BALANCE-REPORT
           END-IF.
           PERFORM 2100-FETCH-GL-GROUP THRU 2100-EXIT
               UNTIL GL-FETCH-EOF.
           EXEC SQL CLOSE GLEXT-CURSOR END-EXEC.
           PERFORM 2500-EXTRACT-RETRO THRU 2500-EXIT.
           MOVE WS-DETAIL-COUNT     TO WS-GT-RECORD-COUNT.
           MOVE WS-AMOUNT-HASH      TO WS-GT-AMOUNT-HASH.
           MOVE WS-GL-TRAILER       TO GL-INTERFACE-RECORD.
        2200-EXIT.
           EXIT.

    *****************************************************************
    **** 2500  遡及給与：RETROPAY を読んで部門別の純遡及額を集計し、
    **** 給与費用とは別の勘定（遡及給与費用／未払遡及給与）で借方
    **** ／貸方の対を書く。日付は遡及分を支払う給与期間の開始日。
    **** RETROPAY は retroclc.cob の実行ごとに上書きされるため、
    **** 抽出期間ではなく RH の実行タイムスタンプで取込みを決める。
    **** GLRETPST に記録済みのタイムスタンプは転記済みとして読み
    **** 飛ばす（RC 4）。RH のないファイルも取り込まない（RC 4）。
    *****************************************************************
        2500-EXTRACT-RETRO.
           OPEN INPUT RETRO-PAY-FILE.
           IF WS-RETROPAY-STATUS = "35"
               DISPLAY "NO RETROPAY FILE, NO RETRO LINES EXTRACTED"
               MOVE "NO RETROPAY"   TO WS-RETRO-DISPOSITION
               GO TO 2500-EXIT
           END-IF.
           IF WS-RETROPAY-STATUS NOT = "00"
               DISPLAY "RETRO-PAY-FILE OPEN FAILED, STATUS="
                       WS-RETROPAY-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           INITIALIZE WS-RETRO-DEPT-TAB.
           PERFORM 2510-READ-RETRO THRU 2510-EXIT
               UNTIL RETRO-EOF.
           CLOSE RETRO-PAY-FILE.
           IF NOT RETRO-HEADER-SEEN
               DISPLAY "RETROPAY HAS NO RH HEADER, NO RETRO LINES"
               MOVE "NO HEADER"     TO WS-RETRO-DISPOSITION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2520-CHECK-POSTED THRU 2520-EXIT.
           IF RETURN-CODE = 12
               GO TO 2500-EXIT
           END-IF.
           IF RETRO-ALREADY-POSTED
               DISPLAY "RETROPAY RUN " WS-RETRO-RUN-STAMP
                       " ALREADY POSTED, NO RETRO LINES"
               MOVE "ALREADY POSTED"  TO WS-RETRO-DISPOSITION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2500-EXIT
           END-IF.
           SET RETRO-INCLUDED       TO TRUE.
           MOVE "INCLUDED"          TO WS-RETRO-DISPOSITION.
    **** トレーラーの件数・合計と読んだ明細が合わなければ不一致
    **** とする（照合レポートで不一致として報告される）。
           IF NOT RETRO-TRAILER-SEEN
               DISPLAY "RETROPAY TRAILER MISSING"
               SET RETRO-TRAILER-BAD TO TRUE
           ELSE
               IF WS-RETRO-RT-COUNT NOT = WS-RETRO-READ-COUNT
                  OR WS-RETRO-RT-OWED NOT = WS-RETRO-OWED-TOTAL
                  OR WS-RETRO-RT-RECOVER NOT = WS-RETRO-RECOVER-TOTAL
                   DISPLAY "RETROPAY TRAILER DOES NOT MATCH DETAILS"
                   SET RETRO-TRAILER-BAD TO TRUE
               END-IF
           END-IF.
           PERFORM 2600-WRITE-RETRO-PAIR THRU 2600-EXIT
               VARYING WS-RETRO-DEPT-IX FROM 1 BY 1
               UNTIL WS-RETRO-DEPT-IX > 10000.
        2500-EXIT.
           EXIT.

    **** 遡及ファイル 1 件の読込み。トレーラーの後は読まない。
        2510-READ-RETRO.
           READ RETRO-PAY-FILE
               AT END
                   SET RETRO-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN RETRO-HEADER
                   SET RETRO-HEADER-SEEN TO TRUE
                   MOVE RETRO-RH-PERIOD-START TO WS-RETRO-PERIOD-START
                   MOVE RETRO-RH-RUN-STAMP    TO WS-RETRO-RUN-STAMP
               WHEN RETRO-DETAIL
                   ADD 1 TO WS-RETRO-READ-COUNT
                   COMPUTE WS-RETRO-DEPT-IX = RETRO-RD-DEPT-NUMBER + 1
                   IF RETRO-RD-RECOVERED
                       ADD RETRO-RD-AMOUNT TO WS-RETRO-RECOVER-TOTAL
                       SUBTRACT RETRO-RD-AMOUNT
                           FROM WS-RETRO-DEPT-NET (WS-RETRO-DEPT-IX)
                   ELSE
                       ADD RETRO-RD-AMOUNT TO WS-RETRO-OWED-TOTAL
                       ADD RETRO-RD-AMOUNT
                           TO WS-RETRO-DEPT-NET (WS-RETRO-DEPT-IX)
                   END-IF
               WHEN RETRO-TRAILER
                   SET RETRO-TRAILER-SEEN TO TRUE
                   MOVE RETRO-RT-RECORD-COUNT  TO WS-RETRO-RT-COUNT
                   MOVE RETRO-RT-OWED-TOTAL    TO WS-RETRO-RT-OWED
                   MOVE RETRO-RT-RECOVER-TOTAL TO WS-RETRO-RT-RECOVER
                   COMPUTE WS-RETRO-FILE-NET =
                       RETRO-RT-OWED-TOTAL - RETRO-RT-RECOVER-TOTAL
                   SET RETRO-EOF TO TRUE
           END-EVALUATE.
        2510-EXIT.
           EXIT.

    **** 転記済み記録を読み、今回の RETROPAY の実行タイムスタンプ
    **** が既にあるかを調べる。記録ファイルがなければ未転記。
        2520-CHECK-POSTED.
           OPEN INPUT RETRO-POSTED-FILE.
           EVALUATE WS-GLRETPST-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   GO TO 2520-EXIT
               WHEN OTHER
                   DISPLAY "RETRO-POSTED-FILE OPEN FAILED, STATUS="
                           WS-GLRETPST-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO 2520-EXIT
           END-EVALUATE.
           PERFORM 2530-READ-POSTED THRU 2530-EXIT
               UNTIL RETRO-PST-EOF.
           CLOSE RETRO-POSTED-FILE.
        2520-EXIT.
           EXIT.

        2530-READ-POSTED.
           READ RETRO-POSTED-FILE
               AT END
                   SET RETRO-PST-EOF TO TRUE
                   GO TO 2530-EXIT
           END-READ.
           IF RPS-RUN-STAMP = WS-RETRO-RUN-STAMP
               SET RETRO-ALREADY-POSTED TO TRUE
               SET RETRO-PST-EOF TO TRUE
           END-IF.
        2530-EXIT.
           EXIT.

    **** 部門 1 件分の純遡及額で借方／貸方の対を書く。正なら遡及
    **** 給与費用を借方に、負（回収超過）なら左右を入れ替える。
        2600-WRITE-RETRO-PAIR.
           MOVE WS-RETRO-DEPT-NET (WS-RETRO-DEPT-IX) TO WS-RETRO-NET.
           IF WS-RETRO-NET = ZERO
               GO TO 2600-EXIT
           END-IF.
           ADD WS-RETRO-NET TO WS-RETRO-EXTRACT-TOTAL.
           IF WS-RETRO-NET < ZERO
               COMPUTE WS-ABS-DELTA = ZERO - WS-RETRO-NET
           ELSE
               MOVE WS-RETRO-NET TO WS-ABS-DELTA
           END-IF.
           COMPUTE WS-GD-DEPT-NUMBER = WS-RETRO-DEPT-IX - 1.
           MOVE WS-RETRO-PERIOD-START TO WS-GD-EFF-DATE.
           MOVE WS-ABS-DELTA        TO WS-GD-AMOUNT.
           MOVE "D"                 TO WS-GD-DC-FLAG.
           IF WS-RETRO-NET < ZERO
               MOVE "RETPAY"        TO WS-GD-ACCOUNT
           ELSE
               MOVE "RETEXP"        TO WS-GD-ACCOUNT
           END-IF.
           MOVE WS-GL-DETAIL        TO GL-INTERFACE-RECORD.
           WRITE GL-INTERFACE-RECORD.
           MOVE "C"                 TO WS-GD-DC-FLAG.
           IF WS-RETRO-NET < ZERO
               MOVE "RETEXP"        TO WS-GD-ACCOUNT
           ELSE
               MOVE "RETPAY"        TO WS-GD-ACCOUNT
           END-IF.
           MOVE WS-GL-DETAIL        TO GL-INTERFACE-RECORD.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-RETRO-PAIR-COUNT.
           ADD 2 TO WS-DETAIL-COUNT.
           ADD WS-ABS-DELTA TO WS-AMOUNT-HASH.
           ADD WS-ABS-DELTA TO WS-AMOUNT-HASH.
        2600-EXIT.
           EXIT.

    *****************************************************************
    **** 3000  照合：抽出の純増減合計と給与履歴の期間合計を突き
    **** 合わせ、証跡をレポートへ残す。
           MOVE WS-DETAIL-COUNT     TO WS-RC-COUNT.
           MOVE WS-RPT-COUNT-LINE   TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
    **** 遡及分は RETROPAY のトレーラーと突き合わせる。
           MOVE WS-RETRO-RUN-STAMP  TO WS-RT-RUN-STAMP.
           MOVE WS-RETRO-DISPOSITION TO WS-RT-DISPOSITION.
           MOVE WS-RPT-RETRO-LINE   TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           IF RETRO-INCLUDED
               MOVE "RETRO EXTRACT NET  =" TO WS-RA-LABEL
               MOVE WS-RETRO-EXTRACT-TOTAL TO WS-RA-AMOUNT
               PERFORM 3100-WRITE-AMOUNT-LINE THRU 3100-EXIT
               MOVE "RETROPAY NET TOTAL =" TO WS-RA-LABEL
               MOVE WS-RETRO-FILE-NET   TO WS-RA-AMOUNT
               PERFORM 3100-WRITE-AMOUNT-LINE THRU 3100-EXIT
               COMPUTE WS-RETRO-VARIANCE =
                   WS-RETRO-EXTRACT-TOTAL - WS-RETRO-FILE-NET
               MOVE "RETRO VARIANCE     =" TO WS-RA-LABEL
               MOVE WS-RETRO-VARIANCE   TO WS-RA-AMOUNT
               PERFORM 3100-WRITE-AMOUNT-LINE THRU 3100-EXIT
               MOVE "RETRO DR/CR PAIRS  =" TO WS-RC-LABEL
               MOVE WS-RETRO-PAIR-COUNT TO WS-RC-COUNT
               MOVE WS-RPT-COUNT-LINE   TO BALANCE-REPORT-RECORD
               WRITE BALANCE-REPORT-RECORD
               MOVE "RETROPAY DETAILS   =" TO WS-RC-LABEL
               MOVE WS-RETRO-READ-COUNT TO WS-RC-COUNT
               MOVE WS-RPT-COUNT-LINE   TO BALANCE-REPORT-RECORD
               WRITE BALANCE-REPORT-RECORD
           END-IF.
           IF WS-VARIANCE = ZERO
              AND WS-RETRO-VARIANCE = ZERO
              AND NOT RETRO-TRAILER-BAD
               MOVE "IN BALANCE"    TO WS-RF-FLAG
           ELSE
               MOVE "OUT OF BAL"    TO WS-RF-FLAG
        3100-EXIT.
           EXIT.

    *****************************************************************
    **** 4000  転記済み記録の追記。抽出が照合を通ったときだけ
    **** RETROPAY を消費済みとし、以後の実行では取り込まない。
    *****************************************************************
        4000-RECORD-RETRO-POSTED.
           OPEN EXTEND RETRO-POSTED-FILE.
           IF WS-GLRETPST-STATUS = "35"
               OPEN OUTPUT RETRO-POSTED-FILE
           END-IF.
           IF WS-GLRETPST-STATUS NOT = "00"
               DISPLAY "RETRO-POSTED-FILE OPEN FAILED, STATUS="
                       WS-GLRETPST-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACE               TO RETRO-POSTED-RECORD.
           MOVE WS-RETRO-RUN-STAMP  TO RPS-RUN-STAMP.
           MOVE WS-RETRO-PERIOD-START TO RPS-PERIOD-START.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
           MOVE WS-TIMESTAMP-14     TO RPS-POSTED-STAMP.
           WRITE RETRO-POSTED-RECORD.
           CLOSE RETRO-POSTED-FILE.
        4000-EXIT.
           EXIT.

    *****************************************************************
    **** 9000  日付＋時刻 14 桁タイムスタンプの編集
    *****************************************************************
