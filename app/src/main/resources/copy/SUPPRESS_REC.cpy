      * SUPPRESS_REC.cpy
      * 郵送停止ファイル(既定はsuppress.csv)のレコード様式。
      * symfo_returns(返送郵便の受付)が宛先不明等で返送された顧客を
      * 追記し、symfo_presortが次回の郵送からその顧客を郵送片に含め
      * ない。symfo_disp_applyが郵便番号・住所を訂正(決定区分A/C)
      * した顧客は、適用のたびに停止ファイルから外す。
      * 郵便番号変更ありは、返送時点で郵便番号に最近の変更記録
      * (POST_CD_HISTORY)があったことを示す(住所訂正の優先対象)。
        01  SUP-R.
            02  SUP-CUST-ID               PIC X(10).
            02  SUP-ZIPCODE               PIC X(7).
            02  SUP-PIECE-SEQ             PIC 9(7).
            02  SUP-REASON                PIC X(2).
            02  SUP-RETURN-DATE           PIC 9(8).
            02  SUP-ZIP-CHANGED           PIC X(1).
            02  SUP-ENTRY-DATE            PIC 9(8).
