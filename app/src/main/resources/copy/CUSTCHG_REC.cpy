      * CUSTCHG_REC.cpy
      * CRM向けの顧客住所変更連携ファイルのレコード様式。
      * symfo_cleanse(郵便番号の付与・訂正)とsymfo_disp_apply(事務員
      * の処置決定の反映)が実行のたびに書き出し、世代台帳へ種別
      * CUSTCHGとして記録する。symfo_feed_trackのREGISTERが差分連携
      * ファイルと同じく配信台帳(POST_CD_FEED_LOG)へ登録する。
      * 明細レコード: 区分C+顧客ID+変更元+実行日+変更前と変更後の
      * 郵便番号・住所(CUSTREC様式の各欄)。変更元は
      *   N 郵便番号の自動付与(空欄だった行)
      *   R 郵便番号の自動訂正(形式不正だった行、町域の番号変更後も
      *     旧番号のままだった行等)
      *   A/K/C 事務員の処置決定区分(Kは保持郵便番号の確認で、変更前
      *         と変更後は同じ値になる)
      * トレーラレコード: 区分T+明細件数+実行日。受信側は件数を
      * 照合してから適用する(DELTA_RECと同じ扱い)。
        01  CHG-R.
            02  CHG-ACTION                PIC X(1).
            02  CHG-CUST-ID               PIC X(10).
            02  CHG-SOURCE                PIC X(1).
            02  CHG-RUN-DATE              PIC 9(8).
            02  CHG-OLD-ZIPCODE           PIC X(7).
            02  CHG-OLD-PREF-NAME         PIC N(10).
            02  CHG-OLD-CITY-NAME         PIC N(20).
            02  CHG-OLD-TOWN-NAME         PIC N(30).
            02  CHG-OLD-STREET-LINE       PIC N(40).
            02  CHG-NEW-ZIPCODE           PIC X(7).
            02  CHG-NEW-PREF-NAME         PIC N(10).
            02  CHG-NEW-CITY-NAME         PIC N(20).
            02  CHG-NEW-TOWN-NAME         PIC N(30).
            02  CHG-NEW-STREET-LINE       PIC N(40).
      * トレーラは明細と同じレコード長(434バイト)になるよう埋める
        01  CHG-TRAILER.
            02  CHG-TRL-ACTION            PIC X(1).
            02  CHG-TRL-COUNT             PIC 9(7).
            02  CHG-TRL-RUN-DATE          PIC 9(8).
            02  FILLER                    PIC X(418).
