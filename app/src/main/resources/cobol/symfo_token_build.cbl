      *>symfo_token_build
      * 住所逆引きの検索トークン表(POST_CD_SEARCH_TOKEN)を全件作り直す
      * バッチ。月次のsymfo_inst/symfo_inst_officeのロード後に実行し、
      * POST_CDとPOST_CD_OFFICEの全行からトークンを作り直す(作り直し
      * の中身はsymfo_token_maint)。
      * 郵便番号の先頭桁(0~9)ごとに、その範囲の削除と登録を1トラン
      * ザクションで行ってCOMMITする。作り直しの途中でもsymfo_inq_addr
      * の検索からはどの範囲も古いトークンか新しいトークンのどちらか
      * が見え、トークンが空になる時間を作らない。
      * 途中の範囲で失敗した場合はその範囲を取り消して終了する(それ
      * までにCOMMITした範囲は新しいトークンのまま。再実行すれば全件
      * 作り直される)。
      * symfo_instのロード・入れ替え中は実行ロック(POST_CD_RUN_LOCK)
      * を見て何もせずに終了する(call_symfo_inst_batchと同じ扱い)
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_token_build.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
      *接続先データベースの別名(SYMFO_DB_ALIASで差し替え可能。既定は
      *SAMPLE)
        01 WS-DB-ALIAS  PIC X(30).
      *実行ロック(POST_CD_RUN_LOCK)の保有者表示用
        01  WS-LOCK-HOLDER     PIC X(20).
        01  WS-LOCK-DATE       PIC 9(8).
        01  WS-LOCK-TIME       PIC 9(8).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *プレコンパイラに渡す変数はここまで。
      *
        01  WORK                   PIC X(100).
      *検索トークン表の作り直しモジュールの呼び出しインタフェース
            COPY SRCH_TOKEN.
      *作り直す範囲の郵便番号の先頭桁
        01  WS-PARTITION-NUM       PIC 9(1).
        01  WS-PARTITION-IDX       PIC 9(2)  BINARY.
      *実行結果の集計(読んだ町域・事業所の行数、登録したトークン数、
      *作り直した範囲の数)
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-TOKENS-WRITTEN      PIC 9(9)  BINARY  VALUE ZERO.
        01  WS-PARTITIONS-DONE     PIC 9(2)  BINARY  VALUE ZERO.
      *プログラムの終了コード。正常は0、実行ロック中は12、異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *接続先データベースの別名(未設定の場合はSAMPLEのまま。UAT/DRへ
      *向ける場合はSYMFO_DB_ALIASで差し替える)
            MOVE  "SAMPLE"  TO  WS-DB-ALIAS.
            DISPLAY  "SYMFO_DB_ALIAS"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK             FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-DB-ALIAS
            END-IF.

      *使用するテーブルとスキーマの関連付けを行う(SC_SAMPLEはプリコン
      *パイル時に解決される名前のため実行時パラメータでは差し替えられ
      *ない。UAT/DR環境も同名のSC_SAMPLEスキーマを公開している前提と
      *し、差し替えは接続先データベースの別名(WS-DB-ALIAS)のみで行う)
            EXEC SQL DECLARE
                POST_CD_RUN_LOCK TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

      *symfo_instのロード・入れ替え中はトークンを作らない。実行ロック
      *が保有されていれば保有者を表示して何もせずに終了する
            EXEC SQL
                SELECT 保有プログラム,取得日,取得時刻
                    INTO :WS-LOCK-HOLDER,:WS-LOCK-DATE,:WS-LOCK-TIME
                    FROM POST_CD_RUN_LOCK
                    WHERE ロック名 = 'POST_CD'
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                DISPLAY  "symfo_token_build: run lock held by "
                         WS-LOCK-HOLDER
                         " since "  WS-LOCK-DATE
                         " "        WS-LOCK-TIME
                    UPON  CONS
                MOVE  12  TO  WS-PROGRAM-RC
            ELSE
                PERFORM  VARYING  WS-PARTITION-IDX  FROM  0  BY  1
                        UNTIL  WS-PARTITION-IDX  >  9
                            OR  WS-PROGRAM-RC  NOT  =  ZERO
                    PERFORM REBUILD-PARTITION
                END-PERFORM
            END-IF.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            DISPLAY  "symfo_token_build: read="  WS-ROWS-READ
                     " written="  WS-TOKENS-WRITTEN
                     " partitions="  WS-PARTITIONS-DONE
                UPON  CONS.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        REBUILD-PARTITION SECTION.
      *郵便番号の先頭桁が同じ範囲のトークンを作り直し、成功すれば
      *COMMIT、失敗すれば取り消して終了コードを16にする
            MOVE  WS-PARTITION-IDX  TO  WS-PARTITION-NUM.
            MOVE  "0000000"  TO  TOKEN-LOW-ZIP.
            MOVE  WS-PARTITION-NUM  TO  TOKEN-LOW-ZIP(1:1).
            MOVE  "9999999"  TO  TOKEN-HIGH-ZIP.
            MOVE  WS-PARTITION-NUM  TO  TOKEN-HIGH-ZIP(1:1).
            CALL  "symfo_token_maint"  USING  TOKEN-PARM.
            IF  TOKEN-OK
                EXEC SQL COMMIT WORK END-EXEC
                ADD  TOKEN-ROWS-SOURCE   TO  WS-ROWS-READ
                ADD  TOKEN-ROWS-WRITTEN  TO  WS-TOKENS-WRITTEN
                ADD  1  TO  WS-PARTITIONS-DONE
            ELSE
                EXEC SQL ROLLBACK WORK END-EXEC
                DISPLAY  "symfo_token_build: zip "  TOKEN-LOW-ZIP
                         "-"  TOKEN-HIGH-ZIP
                         " not rebuilt SQLSTATE="  TOKEN-STATUS
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
        REBUILD-PARTITION-END.
            EXIT.

        END PROGRAM symfo_token_build.
