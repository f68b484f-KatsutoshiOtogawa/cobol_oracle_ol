    ****                   INSTEAD OF "REVERSED" SO THE REGISTER
    ****                   TOTALS CANNOT READ AS IF A PREVIEW RUN
    ****                   CHANGED ANYTHING.
    **** 2026-10-15  K.O.  LEAVE THE NEW XFER (DEPARTMENT TRANSFER)
    ****                   HISTORY ROWS ALONE: THEY DO NOT MOVE PAY.
    *****************************************************************
        ENVIRONMENT                 DIVISION.
    *****************************************************************
    **** 2000  取消本体
    **** 対象期間の給与履歴を新しい実行から順に読み、1 件ずつ
    **** 現在給与を確かめてから戻す。取消行（RVSL）と、給与を
    **** 動かさない採用行（HIRE）・部門異動行（XFER）は対象に
    **** しない（退職行は現在給与の照合で自然に見送られる）。
    *****************************************************************
        2000-REVERSE-RUN.
           PERFORM 9000-BUILD-TIMESTAMP THRU 9000-EXIT.
                     FROM SALARY_HISTORY
                    WHERE RUN_TIMESTAMP >= :SEL-FROM-TS
                      AND RUN_TIMESTAMP <= :SEL-THRU-TS
                      AND REASON_CODE NOT IN ('RVSL', 'HIRE', 'XFER')
                    ORDER BY RUN_TIMESTAMP DESC
           END-EXEC.
           EXEC SQL OPEN BKOUT-CURSOR END-EXEC.
