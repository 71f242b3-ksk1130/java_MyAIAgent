      * UNRESOLVED_REC.cpy
      * 照会の未解決ログ(既定はunresolved.log)のレコード様式。
      * symfo_inq・symfo_inq_addr・postcd_lookupが該当なしで終わった
      * 照会を1件1行で追記し、symfo_unresolved_reportが週次に件数順の
      * 報告を作る(月次ロードの後は、その郵便番号が今はPOST_CD/
      * POST_CD_OFFICEにあるかどうかも判定する)。
      * 照会区分 Z=郵便番号(3~6桁の上位桁検索を含む)
      *          N=住所名の検索  K=住所カナの検索
      * 要求連番は要求ディレクトリ処理の要求ファイルの連番(それ以外の
      * 照会では0)。住所の検索では検索文字列を、郵便番号の照会では
      * 郵便番号を持つ(もう一方は空白)。
        01  UNR-R.
            02  UNR-DATE                  PIC 9(8).
            02  UNR-TIME                  PIC 9(8).
            02  UNR-PROGRAM               PIC X(20).
            02  UNR-REQ-SEQ               PIC 9(6).
            02  UNR-KIND                  PIC X(1).
              88  UNR-ZIP-LOOKUP              VALUE "Z".
            02  UNR-ZIPCODE               PIC X(7).
            02  UNR-SEARCH-TEXT           PIC N(30).
