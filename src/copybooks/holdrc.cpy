    *****************************************************************
    **** COPYBOOK             HOLDRC
    **** 保留トランザクション留置きレコード（TRANHOLD）。
    **** procobc.cob が発効日未到来のトランザクションを原形 80 桁
    **** のまま書き、最初に保留した日付を後ろに添える。
    **** holdrlse.cob が毎夜これを読み、発効日が到来したものを
    **** BH／BT 付きの TRANIN バッチへ切り出し、未到来のものを
    **** 保留日付ごと次の世代（TRANHOLN）へ写して経過日数を報告
    **** する。再循環形式で読むときは 81 桁目以降を見ないので、
    **** 原形部分はそのまま TRANIN として読める。
    *****************************************************************
        01 HOLD-RECORD.
           13 HOLD-TRANX-IMAGE      PIC X(80).
           13 HOLD-HELD-DATE        PIC 9(8).
