      *>symfo_merger_report
      * 合併前の市区町村名を保持している顧客の抽出バッチ。郵送先マスタ
      * (CUSTREC様式)の都道府県名/市区町村名を市区町村マスタ
      * (POST_CD_CITY)の現行の団体と突き合わせ、現行の団体に無い
      * 名称のうち合併対照表(POST_CD_CITY_XWALK)に旧名称として記録
      * されているもの(合併・編入で消滅した、または改称した市区町村)
      * を保持している顧客の一覧(顧客ID+旧市区町村名+移行先の団体
      * コードと市区町村名)を書き出す。市町村合併は古い顧客住所の
      * 最大の原因であり、返送郵便で1件ずつ見つけるのではなく、
      * 合併が入った月のうちにまとめて洗い出せるようにする。
      * 市区町村マスタと合併対照表はsymfo_instのKEN_ALL形式ロードで
      * 更新される
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_merger_report.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *読み込む郵送先マスタ(既定はcustomer.csv。SYMFO_INPUT_FILEで
      *差し替え可能)
            SELECT  CUSTF  ASSIGN  TO  WS-INPUT-FILE
                STATUS  CUSTF-FST.
      *合併前の市区町村名を保持している顧客の一覧ファイル(既定は
      *merger.csv。SYMFO_MERGER_FILEで差し替え可能)
            SELECT  MRGF  ASSIGN  TO  WS-MERGER-FILE
                STATUS  MRGF-FST.
        DATA DIVISION.
        FILE SECTION.
      *郵送先マスタのレコード定義
        FD  CUSTF.
            COPY CUSTREC.
      *一覧ファイルのレコード定義(顧客ID、郵便番号、都道府県名と
      *保持している旧市区町村名、移行先の団体コードと市区町村名、
      *変更区分(R=名称変更、M=合併・編入等による消滅)、記録日)
        FD  MRGF.
        01  MRG-R.
            02  MRG-CUST-ID            PIC X(10).
            02  MRG-ZIPCODE            PIC X(7).
            02  MRG-PREF-NAME          PIC N(10).
            02  MRG-OLD-CITY-NAME      PIC N(20).
            02  MRG-NEW-LG-CODE        PIC X(5).
            02  MRG-NEW-PREF-NAME      PIC N(10).
            02  MRG-NEW-CITY-NAME      PIC N(20).
            02  MRG-CHANGE-KIND        PIC X(1).
            02  MRG-CHANGE-DATE        PIC 9(8).
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
      *接続先データベースの別名(SYMFO_DB_ALIASで差し替え可能。既定は
      *SAMPLE)
        01 WS-DB-ALIAS  PIC X(30).
      *顧客行の都道府県名/市区町村名と、現行の団体の件数
        01 PREF_NAME    PIC N(10).
        01 CITY_NAME    PIC N(20).
        01 CITY_COUNT   PIC 9(9).
      *合併対照表の移行先と変更区分・記録日
        01 NEW_LG_CODE    PIC X(5).
        01 NEW_PREF_NAME  PIC N(10).
        01 NEW_CITY_NAME  PIC N(20).
        01 CHANGE_KIND    PIC X(1).
        01 CHANGE_DATE    PIC 9(8).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *プレコンパイラに渡す変数はここまで。
      *
      *ファイルのステータス変数
        01  CUSTF-FST              PIC X(02).
        01  MRGF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-INPUT-FILE          PIC X(100)  VALUE "customer.csv".
        01  WS-MERGER-FILE         PIC X(100)  VALUE "merger.csv".
        01  WORK                   PIC X(100).
      *この顧客行が旧市区町村名を保持しているかどうか(Y=保持)
        01  WS-STALE               PIC X(01).
          88  ROW-STALE                 VALUE "Y".
      *実行結果の集計(読み込み、旧市区町村名を保持していた顧客の件数)
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-STALE          PIC 9(7)  BINARY  VALUE ZERO.
      *プログラムの終了コード。正常は0、異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *各ファイル名(未設定の場合は既定値のまま)
            DISPLAY  "SYMFO_INPUT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK              FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-INPUT-FILE
            END-IF.
            DISPLAY  "SYMFO_MERGER_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-MERGER-FILE
            END-IF.

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
                POST_CD_CITY TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_CITY_XWALK TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

      *顧客の市区町村名を旧名称とする最新の対照記録を読むカーソル
      *(同じ名称が複数回変わっている場合は直近の記録を採用する)
            EXEC SQL
                DECLARE MERGER_XWALK_CUR CURSOR FOR
                    SELECT 新団体コード,新都道府県名,新市区町村名,
                           変更区分,記録日
                        FROM POST_CD_CITY_XWALK
                        WHERE 旧都道府県名 = :PREF_NAME
                          AND 旧市区町村名 = :CITY_NAME
                        ORDER BY 記録日 DESC
            END-EXEC.

            OPEN  INPUT   CUSTF.
            OPEN  OUTPUT  MRGF.

      *顧客行を1行ずつ読み、市区町村マスタ・合併対照表と突き合わせる
            PERFORM  UNTIL  CUSTF-FST  NOT  =  "00"
                READ  CUSTF
                    END
                        CONTINUE
                    NOT END
                        ADD  1  TO  WS-ROWS-READ
                        PERFORM MATCH-MERGED-CITY
                END-READ
            END-PERFORM.
      *CUSTF-FST="10"は正常な終端、それ以外は読み取り異常として扱う
            IF  CUSTF-FST  NOT  =  "10"
                DISPLAY  "symfo_merger_report: customer file read"
                         " error FST="  CUSTF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.

            CLOSE  CUSTF.
            CLOSE  MRGF.

      *読み込みと旧市区町村名を保持していた顧客の件数を表示する
            DISPLAY  "symfo_merger_report: read="  WS-ROWS-READ
                     " stale="                     WS-ROWS-STALE
                UPON  CONS.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        MATCH-MERGED-CITY SECTION.
      *顧客行1件の市区町村名を調べる。現行の団体に同じ都道府県名・
      *市区町村名があれば対象外(編入した側の市は名称が残るため)。
      *無ければ合併対照表を引き、旧名称として記録されていれば一覧へ
      *書き出す。市区町村名を持たない行は対象外
            MOVE  "N"  TO  WS-STALE.
            IF  CUST-CITY-NAME  NOT  =  SPACES
                MOVE  CUST-PREF-NAME  TO  PREF_NAME
                MOVE  CUST-CITY-NAME  TO  CITY_NAME
                MOVE  ZERO  TO  CITY_COUNT
                EXEC SQL
                    SELECT COUNT(*) INTO :CITY_COUNT
                        FROM POST_CD_CITY
                        WHERE 都道府県名 = :PREF_NAME
                          AND 市区町村名 = :CITY_NAME
                          AND 状態 = 'A'
                END-EXEC
                IF  SQLSTATE  NOT  =  "00000"
                    DISPLAY  "symfo_merger_report: SQL error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE IF  CITY_COUNT  =  ZERO
                    PERFORM FETCH-LATEST-XWALK
                    IF  ROW-STALE
                        PERFORM WRITE-MERGER-ROW
                    END-IF
                END-IF
            END-IF.
        MATCH-MERGED-CITY-END.
            EXIT.

        FETCH-LATEST-XWALK SECTION.
      *旧名称としての最新の対照記録を1件だけ読む(無ければ対象外。
      *現行の団体にも対照表にも無い名称は表記ゆれであり、
      *symfo_cleanseの不一致として扱われる)
            EXEC SQL OPEN MERGER_XWALK_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_merger_report: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                EXEC SQL
                    FETCH MERGER_XWALK_CUR INTO
                        :NEW_LG_CODE,:NEW_PREF_NAME,:NEW_CITY_NAME,
                        :CHANGE_KIND,:CHANGE_DATE
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    MOVE  "Y"  TO  WS-STALE
                ELSE IF  SQLSTATE  NOT  =  "02000"
                    DISPLAY  "symfo_merger_report: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
                END-IF
                EXEC SQL CLOSE MERGER_XWALK_CUR END-EXEC
            END-IF.
        FETCH-LATEST-XWALK-END.
            EXIT.

        WRITE-MERGER-ROW SECTION.
      *旧市区町村名を保持している顧客の1行を書き出す
            MOVE  CUST-ID         TO  MRG-CUST-ID.
            MOVE  CUST-ZIPCODE    TO  MRG-ZIPCODE.
            MOVE  CUST-PREF-NAME  TO  MRG-PREF-NAME.
            MOVE  CUST-CITY-NAME  TO  MRG-OLD-CITY-NAME.
            MOVE  NEW_LG_CODE     TO  MRG-NEW-LG-CODE.
            MOVE  NEW_PREF_NAME   TO  MRG-NEW-PREF-NAME.
            MOVE  NEW_CITY_NAME   TO  MRG-NEW-CITY-NAME.
            MOVE  CHANGE_KIND     TO  MRG-CHANGE-KIND.
            MOVE  CHANGE_DATE     TO  MRG-CHANGE-DATE.
            WRITE  MRG-R.
            ADD  1  TO  WS-ROWS-STALE.
        WRITE-MERGER-ROW-END.
            EXIT.

        END PROGRAM symfo_merger_report.
