    *****************************************************************
    **** COPYBOOK             CHGFDRC
    **** 人事・給与変更の外部連携ファイル（CHGFEED、固定長 100 桁）。
    **** chgfeed.cob が SAMPLE-13 の 1 実行ごとに、ヘッダー（H）・
    **** 適用済み変更 1 件ごとの明細（D）・トレーラー（T）の 1 組を
    **** 追記する。各レコードは実行 ID と連番で識別する（ヘッダーは
    **** 連番 0、明細は 1 から、トレーラーは 9999999）。明細には
    **** 変更の区分・発効日と、社員マスターの変更後の像を載せる。
    **** トレーラーは明細件数、社員番号のハッシュ合計、変更後給与の
    **** 金額ハッシュ合計を持つ。chgackmt.cob が受信側の受領確認
    **** （CHGACKRC）と突き合わせる。実行 ID は時刻なので別の日に
    **** 同じ値が現れる。実行はヘッダーの実行 ID＋実行日で識別する。
    **** トレーラーの無い組は書込み障害で
    **** 途切れた未完了の組で、同じ実行 ID の組が後に書き直される。
    *****************************************************************
        01 CHGFEED-RECORD.
           13 CFD-RECORD-TYPE       PIC X(1).
              88 CFD-HEADER              VALUE "H".
              88 CFD-DETAIL              VALUE "D".
              88 CFD-TRAILER             VALUE "T".
           13 CFD-RUN-ID            PIC X(8).
           13 CFD-SEQ               PIC 9(7).
           13 CFD-BODY              PIC X(84).
           13 CFD-HEADER-REC        REDEFINES CFD-BODY.
              15 CFD-HDR-SENDER     PIC X(8).
              15 CFD-HDR-CREATE-TS  PIC 9(14).
    **** 実行日（実行 ID は時刻なので、実行 ID＋実行日で実行を識別）
              15 CFD-HDR-RUN-DATE   PIC 9(8).
              15 FILLER             PIC X(54).
           13 CFD-DETAIL-REC        REDEFINES CFD-BODY.
              15 CFD-DTL-TYPE-CODE  PIC X(2).
              15 CFD-DTL-EFF-DATE   PIC 9(8).
              15 CFD-DTL-POSTED-TS  PIC 9(14).
    **** 変更後の像（EMPMSTRC の WRK-DATA と同じ並び。社員番号を含む）
              15 CFD-DTL-AFTER-IMAGE.
                 17 CFD-DTL-EMP-NUMBER   PIC 9(5).
                 17 CFD-DTL-EMP-NAME     PIC X(20).
                 17 CFD-DTL-SALARY       PIC 9(5)V99.
                 17 CFD-DTL-DEPT         PIC 9(4).
                 17 CFD-DTL-HIRE-DATE    PIC 9(8).
                 17 CFD-DTL-EMP-STATUS   PIC X(1).
                 17 CFD-DTL-MAINT-TS     PIC 9(14).
              15 FILLER             PIC X(1).
           13 CFD-TRAILER-REC       REDEFINES CFD-BODY.
              15 CFD-TRL-RECORD-COUNT PIC 9(7).
              15 CFD-TRL-EMP-HASH   PIC 9(11).
              15 CFD-TRL-AMOUNT-HASH PIC 9(11)V99.
              15 FILLER             PIC X(53).
