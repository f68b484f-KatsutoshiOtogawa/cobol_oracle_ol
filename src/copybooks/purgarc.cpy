    *****************************************************************
    **** COPYBOOK             PURGARC
    **** 退職者削除の長期保存レコード（PURGARCH、追記のみ）。
    **** emppurge.cob が社員を EMP・EMPMAST から消す前に、最終の
    **** 社員マスター像（M）と、その社員の全給与履歴行（H）を
    **** 書く。マスター像が EMPMAST に無かった社員は EMP 表の値
    **** から組み立て、出所区分を E とする。
    *****************************************************************
        01 PURGE-ARCHIVE-RECORD.
           13 PURG-RECORD-TYPE      PIC X(1).
              88 PURG-MASTER-IMAGE       VALUE "M".
              88 PURG-HISTORY-ROW        VALUE "H".
           13 PURG-EMP-NUMBER       PIC 9(5).
           13 PURG-PURGE-TS         PIC 9(14).
           13 PURG-OS-USER          PIC X(20).
           13 PURG-DETAIL-AREA      PIC X(80).
           13 PURG-MASTER-REC       REDEFINES PURG-DETAIL-AREA.
              15 PURG-MST-IMAGE     PIC X(59).
              15 PURG-MST-TERM-DATE PIC 9(8).
              15 PURG-MST-SOURCE    PIC X(1).
                 88 PURG-MST-FROM-EMPMAST VALUE "M".
                 88 PURG-MST-FROM-EMP     VALUE "E".
              15 FILLER             PIC X(12).
           13 PURG-HISTORY-REC      REDEFINES PURG-DETAIL-AREA.
              15 PURG-HST-DEPT      PIC 9(4).
              15 PURG-HST-OLD-SALARY PIC 9(5)V99.
              15 PURG-HST-NEW-SALARY PIC 9(5)V99.
              15 PURG-HST-REASON    PIC X(4).
              15 PURG-HST-EFF-DATE  PIC 9(8).
              15 PURG-HST-RUN-TS    PIC 9(14).
              15 PURG-HST-OS-USER   PIC X(20).
              15 FILLER             PIC X(16).
