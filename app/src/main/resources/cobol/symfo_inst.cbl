      *(既定はkenall.tmp。SYMFO_KENALL_WORK_FILEで差し替え可能)
            SELECT  KENALLW  ASSIGN  TO  WS-KENALL-WORK-FILE
                STATUS  KWF-FST.
      *KEN_ALL.CSVの10項目目以降(フラグ類・変更理由)を作業ファイル
      *と同じ行順で書き出す付帯作業ファイル(既定はkenall_ext.tmp。
      *SYMFO_KENALL_EXTRA_FILEで差し替え可能)。F1R様式は他の
      *プログラムとも共通のため広げず、ロード時に作業ファイルと
      *1行ずつ並べて読む
            SELECT  KENALLX  ASSIGN  TO  WS-KENALL-EXTRA-FILE
                STATUS  KXF-FST.
      *KEN_ALL.CSVの1項目目(全国地方公共団体コード)ごとに市区町村を
      *1件ずつ書き出す市区町村作業ファイル(既定はkenall_city.tmp。
      *SYMFO_KENALL_CITY_FILEで差し替え可能)。ロード後に市区町村
      *マスタ(POST_CD_CITY)の更新に使う
            SELECT  CITYW  ASSIGN  TO  WS-KENALL-CITY-FILE
                STATUS  CWF-FST.
      *INSERT/UPDATEに失敗した行を書き出す不良データファイル(既定は
      *reject.csv。SYMFO_REJECT_FILEで差し替え可能。分割並行実行時は
      *ジョブステップごとに別名を指定し、衝突を避ける。実行日時付きの
                          ==F1PREF-NAME== BY ==KW-PREF-NAME==
                          ==F1CITY-NAME== BY ==KW-CITY-NAME==
                          ==F1TOWN-NAME== BY ==KW-TOWN-NAME==.
      *KEN_ALL付帯作業ファイルのレコード定義(郵便番号は作業ファイル
      *との行ずれ確認用。フラグは0/1、更新の表示は0~2、変更理由は
      *0~6のKEN_ALLの値をそのまま持つ。町域付記は町域名の丸括弧の
      *内側で、ロード後に町域付記表(POST_CD_TOWN_QUAL)の作成に使う)
        FD  KENALLX.
        01  KX-R.
            02  KX-ZIPCODE            PIC X(7).
            02  KX-MULTI-ZIP          PIC X(1).
            02  KX-KOAZA-BANCHI       PIC X(1).
            02  KX-HAS-CHOME          PIC X(1).
            02  KX-MULTI-TOWN         PIC X(1).
            02  KX-UPDATE-FLAG        PIC X(1).
            02  KX-CHANGE-REASON      PIC X(1).
            02  KX-TOWN-QUALIFIER     PIC N(100).
      *市区町村作業ファイルのレコード定義(団体コード、都道府県、
      *市区町村名とカナ、その団体で最初に現れた郵便番号)
        FD  CITYW.
        01  CW-R.
            02  CW-LG-CODE            PIC X(5).
            02  CW-PREF-CODE          PIC X(2).
            02  CW-PREF-NAME          PIC N(10).
            02  CW-CITY-NAME          PIC N(20).
            02  CW-CITY-KANA          PIC N(20).
            02  CW-REP-ZIPCODE        PIC X(7).
      *安全ファイルのレコード定義(F1Rと同一様式。symfo_restoreが
      *そのまま読み戻せる)
        FD  SAFEF.
         01  DUPREJF-FST            PIC X(02).
         01  CSVF-FST               PIC X(02).
         01  KWF-FST                PIC X(02).
         01  KXF-FST                PIC X(02).
         01  CWF-FST                PIC X(02).
         01  SAFEF-FST              PIC X(02).
         01  DLTF-FST               PIC X(02).
         01  CATF-FST               PIC X(02).
      *SYMFO_KENALL_WORK_FILEで差し替え可能)
         01  WS-CSV-INPUT-FILE      PIC X(100).
         01  WS-KENALL-WORK-FILE    PIC X(100)  VALUE "kenall.tmp".
      *KEN_ALL付帯作業ファイル名(既定はkenall_ext.tmp。
      *SYMFO_KENALL_EXTRA_FILEで差し替え可能)
         01  WS-KENALL-EXTRA-FILE   PIC X(100)  VALUE "kenall_ext.tmp".
      *市区町村作業ファイル名(既定はkenall_city.tmp。
      *SYMFO_KENALL_CITY_FILEで差し替え可能)
         01  WS-KENALL-CITY-FILE    PIC X(100)  VALUE "kenall_city.tmp".
      *保留中の論理レコードの全国地方公共団体コードと、市区町村作業
      *ファイルへ最後に書き出した団体コード(KEN_ALLは団体コード順に
      *並んでいるため、変わった所で1件書き出す)
         01  WS-HELD-LG-CODE        PIC X(5).
         01  WS-LAST-CITY-CODE      PIC X(5).
      *市区町村マスタ更新の集計(新規、名称変更、消滅した団体)
         01  WS-CITY-NEW            PIC 9(7)  BINARY  VALUE ZERO.
         01  WS-CITY-RENAMED        PIC 9(7)  BINARY  VALUE ZERO.
         01  WS-CITY-ABOLISHED      PIC 9(7)  BINARY  VALUE ZERO.
      *市区町村マスタ更新が最後まで成功したかどうか
         01  WS-CITY-OK             PIC X(01).
           88  CITY-OK                   VALUE "Y".
           88  CITY-FAILED               VALUE "N".
      *消滅した団体を読むFETCHループの終了判定
         01  WS-CITY-DONE           PIC X(01).
           88  CITY-FETCH-DONE           VALUE "Y".
      *町域名の丸括弧書き(番地範囲等)の扱い(未設定=DROPで取り除く。
      *KEEPを指定するとKEN_ALLのまま残す。SYMFO_KENALL_PARENで指定)
         01  WS-KENALL-PAREN        PIC X(10)  VALUE SPACES.
         01  WS-HELD-CITY-KANA      PIC X(200).
         01  WS-HELD-PREF-NAME      PIC X(200).
         01  WS-HELD-CITY-NAME      PIC X(200).
      *保留中の論理レコードのフラグ類(10~15項目目。分割された続きの
      *行も同じ値を持つため、先頭行の値を採る)
         01  WS-HELD-FLAGS.
           02  WS-HELD-MULTI-ZIP    PIC X(1).
           02  WS-HELD-KOAZA-BANCHI PIC X(1).
           02  WS-HELD-HAS-CHOME    PIC X(1).
           02  WS-HELD-MULTI-TOWN   PIC X(1).
           02  WS-HELD-UPDATE-FLAG  PIC X(1).
           02  WS-HELD-CHANGE-REASON PIC X(1).
      *連結中の町域名・町域名カナ(国別文字)と、それぞれの実長
         01  WS-TOWN-BUILD-N        PIC N(200).
         01  WS-TOWN-BUILD-LEN      PIC 9(3)  BINARY  VALUE ZERO.
         01  WS-STRIP-OUT-IDX       PIC 9(3)  BINARY.
         01  WS-STRIP-DEPTH         PIC S9(3)  BINARY.
         01  WS-PAREN-CHAR          PIC N(1).
      *括弧除去で取り出した丸括弧の内側(町域付記)と、その書き込み位置
         01  WS-STRIP-QUAL-N        PIC N(200).
         01  WS-STRIP-QUAL-IDX      PIC 9(3)  BINARY.
      *確定した論理レコードの町域付記(町域名から取り出したもの)
         01  WS-TOWN-QUAL-N         PIC N(200).
      *町域付記表の更新が最後まで成功したかどうかと、登録・置き換え
      *の件数
         01  WS-QUAL-OK             PIC X(01).
           88  QUAL-OK                   VALUE "Y".
           88  QUAL-FAILED               VALUE "N".
         01  WS-QUAL-ROWS           PIC 9(7)  BINARY  VALUE ZERO.
         01  WS-QUAL-SKIPPED        PIC 9(7)  BINARY  VALUE ZERO.
      *UPSERTで付記を削除し終えた直前の郵便番号(同じ郵便番号の2行目
      *以降では削除せず、先の行の付記を残す)
         01  WS-QUAL-PREV-ZIP       PIC X(7).
      *確定した町域名(括弧処理後)と住所の組み立て領域(国別文字)
         01  WS-TOWN-FINAL-N        PIC N(200).
         01  WS-ADDR-BUILD-N        PIC N(200).
         01  WS-ADDR-BUILD-LEN      PIC 9(3)  BINARY.
      *KEN_ALL.CSVの1行をカンマ区切りで分解した項目(1=全国地方公共
      *団体コード、3=郵便番号、4~6=カナ、7~9=漢字名称、10~13=
      *町域のフラグ類、14=更新の表示、15=変更理由)
         01  WS-CSV-FIELDS.
           02  WS-CSV-FIELD         PIC X(200)  OCCURS 15 TIMES.
         01  WS-CSV-CHAR-IDX        PIC 9(5)  BINARY.
        01 PREF_KANA_NORM PIC N(10).
        01 CITY_KANA_NORM PIC N(20).
        01 TOWN_KANA_NORM PIC N(30).
      *KEN_ALL.CSV由来のフラグ類(10~15項目目)。F1R様式の入力
      *(perl編集済みファイル)には無いため、その場合は空白で登録する
      *  MULTI_ZIP_FLAG   一町域が二以上の郵便番号で表される(1=該当)
      *  KOAZA_FLAG       小字毎に番地が起番されている(1=該当)
      *  CHOME_FLAG       丁目を有する(1=該当)
      *  MULTI_TOWN_FLAG  一つの郵便番号で二以上の町域を表す(1=該当)
      *  UPDATE_FLAG      更新の表示(0=変更なし、1=変更あり、2=廃止)
      *  CHANGE_REASON    変更理由(0=変更なし、1=市政・区政・町政・
      *                   分区・政令指定都市施行、2=住居表示の実施、
      *                   3=区画整理、4=郵便区調整等、5=訂正、6=廃止)
        01 MULTI_ZIP_FLAG  PIC X(1).
        01 KOAZA_FLAG      PIC X(1).
        01 CHOME_FLAG      PIC X(1).
        01 MULTI_TOWN_FLAG PIC X(1).
        01 UPDATE_FLAG     PIC X(1).
        01 CHANGE_REASON   PIC X(1).
      *市区町村マスタ(POST_CD_CITY)と合併対照表(POST_CD_CITY_XWALK)
      *の各項目。対照表の変更区分はR=名称変更、M=団体コードの消滅
      *(合併・編入等)
        01 CITY-LG-CODE      PIC X(5).
        01 CITY-PREF-CODE    PIC X(2).
        01 CITY-PREF-NAME    PIC N(10).
        01 CITY-CITY-NAME    PIC N(20).
        01 CITY-CITY-KANA    PIC N(20).
        01 CITY-REP-ZIPCODE  PIC X(7).
        01 CITY-OLD-PREF-NAME PIC N(10).
        01 CITY-OLD-CITY-NAME PIC N(20).
        01 CITY-NEW-LG-CODE  PIC X(5).
        01 CITY-NEW-PREF-NAME PIC N(10).
        01 CITY-NEW-CITY-NAME PIC N(20).
        01 CITY-CHANGE-KIND  PIC X(1).
      *POST_CD_LOAD_LOGへ書き出す実行履歴の各項目
        01 LOG-RUN-DATE     PIC 9(8).
        01 LOG-RUN-TIME     PIC 9(8).
        01 WS-LOCK-DATE      PIC 9(8).
        01 WS-LOCK-TIME      PIC 9(8).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *ロード元ファイルの登録簿(POST_CD_SOURCE_REG)のホスト変数
            COPY SRCREG_VARS.
      *町域付記表(POST_CD_TOWN_QUAL)のホスト変数
            COPY TOWNQUAL_VARS.
      *プレコンパイラに渡す変数はここまで。
      *
      *読み込んだ行数を数え、コミット間隔の判定に使うカウンタ
            COPY KANA_NORM.
      *都道府県整合チェックモジュールの呼び出しインタフェース
            COPY PREF_CHECK.
      *ロード元ファイルの指紋計算モジュールの呼び出しインタフェース
            COPY SRC_SUM.
      *コミット間隔(何行INSERTするごとにCOMMITするか)
        01  COMMIT-INTERVAL    PIC 9(7)  BINARY  VALUE 1000.
        01  WS-COMMIT-INTERVAL PIC X(7).
      *してから使う)
        01  WS-LOCK-OVERRIDE   PIC X(01)  VALUE "N".
          88  LOCK-OVERRIDE         VALUE "Y".
      *ロード元ファイルの指紋を最後まで求められたかどうか(N=読み取り
      *異常。登録簿との照合と登録を行わず、本体のロードが従来どおり
      *F1の読み取り異常として終わる)
        01  WS-SOURCE-SUM-OK   PIC X(01)  VALUE "N".
          88  SOURCE-SUM-OK         VALUE "Y".
      *登録簿との照合結果(Y=ロードしてよい、N=拒否)と拒否理由の
      *終了SQLSTATE(99010=同じファイルの二重ロード、99011=登録済み
      *より古い公表年月)
        01  WS-SOURCE-CHECK    PIC X(01)  VALUE "Y".
          88  SOURCE-ACCEPTED       VALUE "Y".
          88  SOURCE-REFUSED        VALUE "N".
        01  WS-REFUSAL-SQLSTATE PIC X(05).
      *登録簿の拒否を押し切ってロードするかどうか(SYMFO_FORCE_SOURCE=Y
      *で指定。差し替え版の再ロード等、オペレータが確認した場合に使う)
        01  WS-SOURCE-FORCE    PIC X(01)  VALUE "N".
          88  SOURCE-FORCED         VALUE "Y".
        01  WS-SOURCE-MONTH-N  PIC 9(6)  BINARY.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-KENALL-WORK-FILE
            END-IF.
            DISPLAY  "SYMFO_KENALL_EXTRA_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                     FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-KENALL-EXTRA-FILE
            END-IF.
            DISPLAY  "SYMFO_KENALL_CITY_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                    FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-KENALL-CITY-FILE
            END-IF.
      *町域名の丸括弧書きの扱い(未設定はDROP=取り除く。ラベル印字は
      *括弧書きの番地範囲を使わないため、既定は載せない)
            DISPLAY  "SYMFO_KENALL_PAREN"  UPON  ENVIRONMENT-NAME.
            MOVE    WS-INPUT-FILE  TO  LOG-SOURCE-FILE.
            MOVE    SPACES         TO  WS-FIRST-ZIPCODE.

      *ロード元ファイルの公表年月(YYYYMM。未設定、もしくは数値以外の
      *場合は実行年月)と、登録簿の拒否を押し切るかどうか
            MOVE  LOG-RUN-DATE(1:6)  TO  SRCREG-SOURCE-MONTH.
            DISPLAY  "SYMFO_SOURCE_MONTH"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                FROM  ENVIRONMENT-VALUE.
            MOVE  WORK(1:6)  TO  WS-SOURCE-MONTH-N.
            IF  WS-SOURCE-MONTH-N  NOT  =  ZERO
                MOVE  WS-SOURCE-MONTH-N  TO  SRCREG-SOURCE-MONTH
            END-IF.
            DISPLAY  "SYMFO_FORCE_SOURCE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                FROM  ENVIRONMENT-VALUE.
            IF  WORK(1:1)  =  "Y"
                MOVE  "Y"  TO  WS-SOURCE-FORCE
            END-IF.

      *KENALL形式指定時は、生のKEN_ALL.CSVをF1R様式の作業ファイルへ
      *変換し、以降のロードはその作業ファイルを入力として従来どおり
      *進める(POST_CD_LOAD_LOGへは元のCSVファイル名を記録する)。
                MOVE  WS-KENALL-WORK-FILE  TO  WS-INPUT-FILE
            END-IF.

      *ロード元ファイルの指紋を求めておく(登録簿との照合は実行ロック
      *を取得してから行う)
            PERFORM FINGERPRINT-SOURCE-FILE.

      *実行出力(不良データ・重複データ)は世代管理する。実行日時を
      *付けた世代名に差し替え、前の実行の証跡ファイルを上書きで消さ
      *ない。どの実行がどの世代を書いたかは世代台帳へ記録し、古い
                EXIT PROGRAM
            END-IF.

      *ロード元ファイルを登録簿と照合し、同じファイルの二重ロードや
      *登録済みより古い月のファイルであれば、POST_CDへ触れずに拒否を
      *POST_CD_LOAD_LOGへ記録して終了する
            IF  SOURCE-SUM-OK
                PERFORM CHECK-SOURCE-REGISTER
                IF  SOURCE-REFUSED
                    PERFORM LOG-SOURCE-REFUSAL
                    PERFORM RELEASE-RUN-LOCK
                    EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC
                    MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                    EXIT PROGRAM
                END-IF
            END-IF.

      *全件ロードを新規に始める場合は、前回の突き合わせ失敗等で残った
      *POST_CD_STAGEの残骸を自分の担当分だけ消しておく。再開時は前回の
      *続きを積み増すため消さない
            END-IF.

      *ファイルをオープンし、再開位置まで読み捨ててからデータを取得する
      *(KENALL形式では付帯作業ファイルも並べて開く)
            OPEN  INPUT  F1.
            IF  KENALL-FORMAT
                OPEN  INPUT  KENALLX
            END-IF.
            IF  RESUMED-RUN
                PERFORM SKIP-TO-CHECKPOINT
            END-IF.
      *物理的に読んだ行数は担当桁に関係なく数える(チェックポイント
      *再開時の読み飛ばし位置合わせに使う)
                        ADD  1  TO  WS-PHYSICAL-ROWS-READ
      *KEN_ALLのフラグ類は担当桁に関係なく1行ずつ読み進め、作業
      *ファイルとの行の対応を崩さない
                        PERFORM READ-KENALL-EXTRA
      *分割並行ロード時は自分の担当桁(郵便番号の先頭1桁)以外の行を
      *読み飛ばす。未設定時は全件を自分の担当として扱う(従来どおり)
                        IF  WS-PARTITION-DIGIT  =  SPACES
                END-IF
            END-IF.
            CLOSE  F1.
            IF  KENALL-FORMAT
                CLOSE  KENALLX
            END-IF.

      *COMMITを実行し、データを確定させる。ここまでにエラーが出ていな
      *ければ、この時点のSQLSTATEを終了コードとして退避しておく
                MOVE  COUNT1  TO  LOG-ROWS-APPLIED
            END-IF.

      *KENALL形式のロードが正常に終わった場合は、市区町村作業ファイル
      *から市区町村マスタと合併対照表を更新する。分割並行ロードでは
      *他の桁の入れ替えが終わっていないため行わない(全国分の市区町村
      *は分割なしの実行でまとめて更新する)
            IF  KENALL-FORMAT
                AND  WS-PROGRAM-RC  =  ZERO
                AND  WS-PARTITION-DIGIT  =  SPACES
                PERFORM MAINTAIN-CITY-MASTER
            END-IF.

      *KENALL形式のロードが正常に終わった場合は、付帯作業ファイルの
      *町域付記から町域付記表を作り直す(分割並行ロードでは担当桁の
      *郵便番号だけを扱う)
            IF  KENALL-FORMAT
                AND  WS-PROGRAM-RC  =  ZERO
                PERFORM MAINTAIN-TOWN-QUALIFIERS
            END-IF.

      *ロードが正常に終わった場合は、ロード元ファイルを登録簿へ登録
      *する(POST_CD_LOAD_LOGと同じCOMMITで確定する)
            IF  SOURCE-SUM-OK  AND  WS-PROGRAM-RC  =  ZERO
                PERFORM REGISTER-SOURCE-FILE
            END-IF.

      *POST_CD_LOAD_LOGへ今回の実行結果を1行記録する
            MOVE  WS-ROWS-READ      TO  LOG-ROWS-READ.
            MOVE  WS-ROWS-REJECTED  TO  LOG-ROWS-REJECTED.
            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        FINGERPRINT-SOURCE-FILE SECTION.
      *ロード元ファイルを1回通しで読み、登録簿と照合する指紋(行数・
      *チェックサム・最小/最大の郵便番号)を求める。分割並行ロードでも
      *ファイル全体の指紋を求める(登録簿はロード区分=担当桁ごとに
      *照合する)。KENALL形式では変換後の作業ファイルを読む(同じCSV
      *からは同じ作業ファイルができるため、指紋も同じになる)
            MOVE  "N"  TO  WS-SOURCE-SUM-OK.
            MOVE  "I"  TO  SRC-SUM-FUNCTION.
            CALL  "symfo_src_sum"  USING  SRC-SUM-PARM.
            MOVE  "A"  TO  SRC-SUM-FUNCTION.
            MOVE  LENGTH OF F1R  TO  SRC-SUM-REC-LEN.
            OPEN  INPUT  F1.
            PERFORM  UNTIL  FST  NOT  =  "00"
                READ  F1
                    END
                        CONTINUE
                    NOT END
                        MOVE  F1R        TO  SRC-SUM-RECORD
                        MOVE  F1ZIPCODE  TO  SRC-SUM-ZIPCODE
                        CALL  "symfo_src_sum"  USING  SRC-SUM-PARM
                END-READ
            END-PERFORM.
            IF  FST  =  "10"
                MOVE  "Y"  TO  WS-SOURCE-SUM-OK
            END-IF.
            CLOSE  F1.
            MOVE  "symfo_inst"             TO  SRCREG-PROGRAM.
            MOVE  WS-PARTITION-DIGIT   TO  SRCREG-LOAD-KIND.
            MOVE  LOG-RUN-DATE         TO  SRCREG-DATE.
            MOVE  LOG-RUN-TIME         TO  SRCREG-TIME.
            MOVE  LOG-SOURCE-FILE      TO  SRCREG-SOURCE-FILE.
            MOVE  SRC-SUM-ROW-COUNT    TO  SRCREG-ROW-COUNT.
            MOVE  SRC-SUM-CHECKSUM     TO  SRCREG-CHECKSUM.
            MOVE  SRC-SUM-LOW-ZIP      TO  SRCREG-LOW-ZIP.
            MOVE  SRC-SUM-HIGH-ZIP     TO  SRCREG-HIGH-ZIP.
            MOVE  SPACE                TO  SRCREG-FORCED.
        FINGERPRINT-SOURCE-FILE-END.
            EXIT.

        CHECK-SOURCE-REGISTER SECTION.
      *ロード元ファイルの指紋を登録簿と照合する。同じプログラム・
      *ロード区分でチェックサムと行数の一致する登録があれば二重ロード
      *(99010)、登録済みの最新の公表年月より古ければ取り違え(99011)
      *として拒否する。SYMFO_FORCE_SOURCE=Y指定時は警告だけ表示して
      *ロードを続け、登録簿には強制区分Fで登録する。登録簿を読めない
      *場合は照合できないためSQLエラーとして拒否する
            MOVE  "Y"      TO  WS-SOURCE-CHECK.
            MOVE  "00000"  TO  WS-REFUSAL-SQLSTATE.
            EXEC SQL
                SELECT COUNT(*),COALESCE(MAX(登録日),0)
                    INTO :SRCREG-MATCH-COUNT,:SRCREG-MATCH-DATE
                    FROM POST_CD_SOURCE_REG
                    WHERE ロードプログラム = :SRCREG-PROGRAM
                      AND ロード区分 = :SRCREG-LOAD-KIND
                      AND チェックサム = :SRCREG-CHECKSUM
                      AND 行数 = :SRCREG-ROW-COUNT
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                EXEC SQL
                    SELECT COALESCE(MAX(公表年月),0)
                        INTO :SRCREG-LAST-MONTH
                        FROM POST_CD_SOURCE_REG
                        WHERE ロードプログラム = :SRCREG-PROGRAM
                          AND ロード区分 = :SRCREG-LOAD-KIND
                END-EXEC
            END-IF.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_inst: POST_CD_SOURCE_REG read"
                         " failed "  SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  "N"       TO  WS-SOURCE-CHECK
                MOVE  SQLSTATE  TO  WS-REFUSAL-SQLSTATE
                MOVE  16        TO  WS-PROGRAM-RC
            ELSE IF  SRCREG-MATCH-COUNT  >  ZERO
                DISPLAY  "symfo_inst: source already loaded on "
                         SRCREG-MATCH-DATE
                         " rows="      SRCREG-ROW-COUNT
                         " checksum="  SRCREG-CHECKSUM
                    UPON  CONS
                MOVE  "N"      TO  WS-SOURCE-CHECK
                MOVE  "99010"  TO  WS-REFUSAL-SQLSTATE
            ELSE IF  SRCREG-SOURCE-MONTH  <  SRCREG-LAST-MONTH
                DISPLAY  "symfo_inst: source month "
                         SRCREG-SOURCE-MONTH
                         " is older than last loaded "
                         SRCREG-LAST-MONTH
                    UPON  CONS
                MOVE  "N"      TO  WS-SOURCE-CHECK
                MOVE  "99011"  TO  WS-REFUSAL-SQLSTATE
            END-IF.
            IF  SOURCE-REFUSED  AND  WS-PROGRAM-RC  =  ZERO
                IF  SOURCE-FORCED
                    DISPLAY  "symfo_inst: SYMFO_FORCE_SOURCE=Y,"
                             " loading anyway"
                        UPON  CONS
                    MOVE  "Y"  TO  WS-SOURCE-CHECK
                    MOVE  "F"  TO  SRCREG-FORCED
                ELSE
                    MOVE  8    TO  WS-PROGRAM-RC
                END-IF
            END-IF.
        CHECK-SOURCE-REGISTER-END.
            EXIT.

        LOG-SOURCE-REFUSAL SECTION.
      *拒否したロードをPOST_CD_LOAD_LOGへ1行記録する(読込件数はロード
      *元ファイルの行数、登録件数・不良件数は0、終了SQLSTATEは拒否
      *理由)
            MOVE  SRCREG-ROW-COUNT     TO  LOG-ROWS-READ.
            MOVE  ZERO                 TO  LOG-ROWS-APPLIED.
            MOVE  ZERO                 TO  LOG-ROWS-REJECTED.
            MOVE  WS-REFUSAL-SQLSTATE  TO  LOG-SQLSTATE.
            EXEC SQL
              INSERT INTO POST_CD_LOAD_LOG
                (実行日,実行時刻,ソースファイル名,
                 読込件数,登録件数,不良件数,終了SQLSTATE)
                VALUES (:LOG-RUN-DATE,:LOG-RUN-TIME,:LOG-SOURCE-FILE,
                 :LOG-ROWS-READ,:LOG-ROWS-APPLIED,:LOG-ROWS-REJECTED,
                 :LOG-SQLSTATE)
            END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_inst: POST_CD_LOAD_LOG insert failed "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
            END-IF.
            EXEC SQL COMMIT WORK END-EXEC.
        LOG-SOURCE-REFUSAL-END.
            EXIT.

        REGISTER-SOURCE-FILE SECTION.
      *正常に終わったロードのロード元ファイルを登録簿へ登録する。
      *ロード自体は確定済みのため、登録に失敗しても警告だけ表示して
      *終了コードは変えない(次回同じファイルを投入した場合に二重
      *ロードを検出できないため、オペレータが手で登録する)
            EXEC SQL
              INSERT INTO POST_CD_SOURCE_REG
                (ロードプログラム,ロード区分,登録日,登録時刻,
                 ソースファイル名,行数,チェックサム,
                 最小郵便番号,最大郵便番号,公表年月,強制区分)
                VALUES (:SRCREG-PROGRAM,:SRCREG-LOAD-KIND,
                 :SRCREG-DATE,:SRCREG-TIME,:SRCREG-SOURCE-FILE,
                 :SRCREG-ROW-COUNT,:SRCREG-CHECKSUM,
                 :SRCREG-LOW-ZIP,:SRCREG-HIGH-ZIP,
                 :SRCREG-SOURCE-MONTH,:SRCREG-FORCED)
            END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_inst: POST_CD_SOURCE_REG insert"
                         " failed "  SQLSTATE  " "  SQLMSG
                    UPON  CONS
            END-IF.
        REGISTER-SOURCE-FILE-END.
            EXIT.

        WRITE-DELTA-RECORD SECTION.
      *差分連携ファイルへ明細レコードを1件書き出す(UPSERTモードの
      *新規実行のみ。再開実行ではファイルを開いていない。処理区分は
                      町域名カナ = :TOWN_KANA,
                      都道府県名カナ正規化 = :PREF_KANA_NORM,
                      市区町村名カナ正規化 = :CITY_KANA_NORM,
                      町域名カナ正規化 = :TOWN_KANA_NORM,
                      複数郵便番号町域 = :MULTI_ZIP_FLAG,
                      小字毎番地 = :KOAZA_FLAG,
                      丁目有 = :CHOME_FLAG,
                      複数町域郵便番号 = :MULTI_TOWN_FLAG,
                      更新表示 = :UPDATE_FLAG,
                      変更理由 = :CHANGE_REASON
                      WHERE 郵便番号 = :ZIPCODE
                END-EXEC
                IF SQLSTATE = "00000"
        ARCHIVE-ADDRESS-HISTORY SECTION.
      *現在POST_CDにある住所を読み出し、これから書き込む住所と異なる
      *場合だけPOST_CD_HISTORYへ(郵便番号,旧住所,変更日)を退避する。
      *KEN_ALLの変更理由(15項目目)もあわせて記録し、市町村合併由来
      *か日本郵便の訂正由来かを履歴の行だけで見分けられるようにする
      *(F1R様式の入力では変更理由が無いため空白になる)。
      *該当行が無い(02000)場合はUPDATE側でINSERT-NEW-ROWへ回るため
      *ここでは何もしない。退避用のINSERTが失敗した場合は
      *WS-ARCHIVE-OKをNにし、呼び出し元でPOST_CDの上書きを止める
                AND  WS-OLD-ADDRESS  NOT  =  ADDRESS_NAME
                EXEC SQL
                  INSERT INTO POST_CD_HISTORY
                      (郵便番号,旧住所,変更日,操作者ID,変更理由)
                      VALUES (:ZIPCODE,:WS-OLD-ADDRESS,:LOG-RUN-DATE,
                       :WS-OPERATOR-ID,:CHANGE_REASON)
                END-EXEC
                IF  SQLSTATE  NOT  =  "00000"
                    MOVE  "N"  TO  WS-ARCHIVE-OK
                   都道府県名カナ,市区町村名,
                   市区町村名カナ,町域名,町域名カナ,
                   都道府県名カナ正規化,市区町村名カナ正規化,
                   町域名カナ正規化,
                   複数郵便番号町域,小字毎番地,丁目有,
                   複数町域郵便番号,更新表示,変更理由)
                  VALUES (:ZIPCODE,:ADDRESS_NAME,
                   :PREF_CODE,:PREF_NAME,
                   :PREF_KANA,:CITY_NAME,
                   :CITY_KANA,:TOWN_NAME,:TOWN_KANA,
                   :PREF_KANA_NORM,:CITY_KANA_NORM,
                   :TOWN_KANA_NORM,
                   :MULTI_ZIP_FLAG,:KOAZA_FLAG,:CHOME_FLAG,
                   :MULTI_TOWN_FLAG,:UPDATE_FLAG,:CHANGE_REASON)
            END-EXEC.
      *SQLSTATEを判定し、成功以外は不良データファイルへ書き出して次行へ続行する
            IF SQLSTATE NOT = "00000"
                   都道府県名カナ,市区町村名,
                   市区町村名カナ,町域名,町域名カナ,
                   都道府県名カナ正規化,市区町村名カナ正規化,
                   町域名カナ正規化,
                   複数郵便番号町域,小字毎番地,丁目有,
                   複数町域郵便番号,更新表示,変更理由)
                  VALUES (:ZIPCODE,:ADDRESS_NAME,
                   :PREF_CODE,:PREF_NAME,
                   :PREF_KANA,:CITY_NAME,
                   :CITY_KANA,:TOWN_NAME,:TOWN_KANA,
                   :PREF_KANA_NORM,:CITY_KANA_NORM,
                   :TOWN_KANA_NORM,
                   :MULTI_ZIP_FLAG,:KOAZA_FLAG,:CHOME_FLAG,
                   :MULTI_TOWN_FLAG,:UPDATE_FLAG,:CHANGE_REASON)
            END-EXEC.
      *SQLSTATEを判定し、成功以外は不良データファイルへ書き出して次行へ続行する
            IF SQLSTATE NOT = "00000"
                                     市区町村名カナ,町域名,町域名カナ,
                                     都道府県名カナ正規化,
                                     市区町村名カナ正規化,
                                     町域名カナ正規化,
                                     複数郵便番号町域,小字毎番地,丁目有,
                                     複数町域郵便番号,更新表示,変更理由)
                                    SELECT 郵便番号,住所,
                                     都道府県コード,都道府県名,
                                     都道府県名カナ,市区町村名,
                                     市区町村名カナ,町域名,町域名カナ,
                                     都道府県名カナ正規化,
                                     市区町村名カナ正規化,
                                     町域名カナ正規化,
                                     複数郵便番号町域,小字毎番地,丁目有,
                                     複数町域郵便番号,更新表示,変更理由
                                    FROM POST_CD_STAGE
                            END-EXEC
                            IF  SQLSTATE  NOT  =  "00000"
                                     市区町村名カナ,町域名,町域名カナ,
                                     都道府県名カナ正規化,
                                     市区町村名カナ正規化,
                                     町域名カナ正規化,
                                     複数郵便番号町域,小字毎番地,丁目有,
                                     複数町域郵便番号,更新表示,変更理由)
                                    SELECT 郵便番号,住所,
                                     都道府県コード,都道府県名,
                                     都道府県名カナ,市区町村名,
                                     市区町村名カナ,町域名,町域名カナ,
                                     都道府県名カナ正規化,
                                     市区町村名カナ正規化,
                                     町域名カナ正規化,
                                     複数郵便番号町域,小字毎番地,丁目有,
                                     複数町域郵便番号,更新表示,変更理由
                                    FROM POST_CD_STAGE
                                    WHERE SUBSTR(郵便番号,1,1)
                                        = :WS-PARTITION-DIGIT
                MOVE  "N"  TO  WS-CONVERT-OK
            ELSE
                OPEN  OUTPUT  KENALLW
                OPEN  OUTPUT  KENALLX
                OPEN  OUTPUT  CITYW
                MOVE  SPACES  TO  WS-LAST-CITY-CODE
                PERFORM  UNTIL  CSVF-FST  NOT  =  "00"
                    READ  CSVF
                        END
                    PERFORM FINALIZE-KENALL-ROW
                END-IF
                CLOSE  KENALLW
                CLOSE  KENALLX
                CLOSE  CITYW
                CLOSE  CSVF
            END-IF.
            IF  CONVERT-OK
        START-KENALL-ROW SECTION.
      *新しい論理レコードを積み始める。項目の対応は従来のperl編集と
      *同じ:郵便番号=3項目目、都道府県コード=1項目目(全国地方公共
      *団体コード)の先頭2桁、カナ=4~6項目目、漢字名称=7~9項目目。
      *10~15項目目のフラグ類・変更理由は付帯作業ファイル用に保持する
            MOVE  WS-CSV-FIELD(3)(1:7)  TO  WS-HELD-ZIPCODE.
            MOVE  WS-CSV-FIELD(1)(1:2)  TO  WS-HELD-PREF-CODE.
            MOVE  WS-CSV-FIELD(1)(1:5)  TO  WS-HELD-LG-CODE.
            MOVE  WS-CSV-FIELD(4)  TO  WS-HELD-PREF-KANA.
            MOVE  WS-CSV-FIELD(5)  TO  WS-HELD-CITY-KANA.
            MOVE  WS-CSV-FIELD(7)  TO  WS-HELD-PREF-NAME.
            MOVE  WS-CSV-FIELD(8)  TO  WS-HELD-CITY-NAME.
            MOVE  WS-CSV-FIELD(10)(1:1)  TO  WS-HELD-MULTI-ZIP.
            MOVE  WS-CSV-FIELD(11)(1:1)  TO  WS-HELD-KOAZA-BANCHI.
            MOVE  WS-CSV-FIELD(12)(1:1)  TO  WS-HELD-HAS-CHOME.
            MOVE  WS-CSV-FIELD(13)(1:1)  TO  WS-HELD-MULTI-TOWN.
            MOVE  WS-CSV-FIELD(14)(1:1)  TO  WS-HELD-UPDATE-FLAG.
            MOVE  WS-CSV-FIELD(15)(1:1)  TO  WS-HELD-CHANGE-REASON.
            MOVE  SPACES  TO  WS-TOWN-BUILD-N.
            MOVE  WS-CSV-FIELD(9)  TO  WS-TOWN-BUILD-N.
            MOVE  WS-TOWN-BUILD-N  TO  WS-NAT-SCAN-N.
      *ファイルへ書き出す。住所=都道府県名+市区町村名+町域名の
      *連結。町域名・カナの丸括弧書き(番地範囲等)は既定で取り除き、
      *ラベルに印字する町域名とそろえる(SYMFO_KENALL_PAREN=KEEPで
      *KEN_ALLのまま残す)。括弧の内側はどちらの場合も町域付記として
      *付帯作業ファイルへ書き出す
            MOVE  SPACES  TO  KW-PAD1.
            MOVE  SPACES  TO  KW-PAD2.
            MOVE  SPACES  TO  KW-PAD3.
            MOVE  WS-HELD-CITY-KANA  TO  KW-CITY-KANA.
            MOVE  WS-HELD-PREF-NAME  TO  KW-PREF-NAME.
            MOVE  WS-HELD-CITY-NAME  TO  KW-CITY-NAME.
            MOVE  WS-TOWN-BUILD-N    TO  WS-STRIP-IN-N.
            MOVE  WS-TOWN-BUILD-LEN  TO  WS-STRIP-IN-LEN.
            PERFORM STRIP-PAREN-TEXT.
            MOVE  WS-STRIP-QUAL-N    TO  WS-TOWN-QUAL-N.
            IF  KENALL-PAREN-KEEP
                MOVE  WS-TOWN-BUILD-N  TO  WS-TOWN-FINAL-N
                MOVE  WS-KANA-BUILD-N  TO  KW-TOWN-KANA
            ELSE
                MOVE  WS-STRIP-OUT-N     TO  WS-TOWN-FINAL-N
                MOVE  WS-KANA-BUILD-N    TO  WS-STRIP-IN-N
                MOVE  WS-KANA-BUILD-LEN  TO  WS-STRIP-IN-LEN
            END-IF.
            MOVE  WS-ADDR-BUILD-N  TO  KW-ADDRESS.
            WRITE  KW-R.
      *フラグ類・変更理由を作業ファイルと同じ行順で書き出す
            MOVE  WS-HELD-ZIPCODE        TO  KX-ZIPCODE.
            MOVE  WS-HELD-MULTI-ZIP      TO  KX-MULTI-ZIP.
            MOVE  WS-HELD-KOAZA-BANCHI   TO  KX-KOAZA-BANCHI.
            MOVE  WS-HELD-HAS-CHOME      TO  KX-HAS-CHOME.
            MOVE  WS-HELD-MULTI-TOWN     TO  KX-MULTI-TOWN.
            MOVE  WS-HELD-UPDATE-FLAG    TO  KX-UPDATE-FLAG.
            MOVE  WS-HELD-CHANGE-REASON  TO  KX-CHANGE-REASON.
            MOVE  WS-TOWN-QUAL-N         TO  KX-TOWN-QUALIFIER.
            WRITE  KX-R.
      *団体コードが変わった所で市区町村作業ファイルへ1件書き出す
      *(その団体で最初に現れた郵便番号を代表郵便番号として持つ)
            IF  WS-HELD-LG-CODE  NOT  =  WS-LAST-CITY-CODE
                MOVE  WS-HELD-LG-CODE    TO  CW-LG-CODE
                MOVE  WS-HELD-PREF-CODE  TO  CW-PREF-CODE
                MOVE  KW-PREF-NAME       TO  CW-PREF-NAME
                MOVE  KW-CITY-NAME       TO  CW-CITY-NAME
                MOVE  KW-CITY-KANA       TO  CW-CITY-KANA
                MOVE  WS-HELD-ZIPCODE    TO  CW-REP-ZIPCODE
                WRITE  CW-R
                MOVE  WS-HELD-LG-CODE    TO  WS-LAST-CITY-CODE
            END-IF.
            ADD  1  TO  WS-KENALL-ROWS.
            SET  KENALL-NOT-PENDING  TO  TRUE.
        FINALIZE-KENALL-ROW-END.
            EXIT.

        READ-KENALL-EXTRA SECTION.
      *KEN_ALL付帯作業ファイルを1行読み、フラグ類・変更理由を登録用の
      *変数へ移す。F1R様式の入力(付帯作業ファイルが無い)、付帯作業
      *ファイルが先に尽きた場合、郵便番号が作業ファイルの行と食い
      *違う場合はいずれも空白で登録する(フラグを取り違えて載せない)
            MOVE  SPACES  TO  MULTI_ZIP_FLAG.
            MOVE  SPACES  TO  KOAZA_FLAG.
            MOVE  SPACES  TO  CHOME_FLAG.
            MOVE  SPACES  TO  MULTI_TOWN_FLAG.
            MOVE  SPACES  TO  UPDATE_FLAG.
            MOVE  SPACES  TO  CHANGE_REASON.
            IF  KENALL-FORMAT
                READ  KENALLX
                    AT END
                        CONTINUE
                    NOT AT END
                        IF  KX-ZIPCODE  =  F1ZIPCODE
                            MOVE  KX-MULTI-ZIP      TO  MULTI_ZIP_FLAG
                            MOVE  KX-KOAZA-BANCHI   TO  KOAZA_FLAG
                            MOVE  KX-HAS-CHOME      TO  CHOME_FLAG
                            MOVE  KX-MULTI-TOWN     TO  MULTI_TOWN_FLAG
                            MOVE  KX-UPDATE-FLAG    TO  UPDATE_FLAG
                            MOVE  KX-CHANGE-REASON  TO  CHANGE_REASON
                        END-IF
                END-READ
            END-IF.
        READ-KENALL-EXTRA-END.
            EXIT.

        MAINTAIN-CITY-MASTER SECTION.
      *市区町村作業ファイルを読み、団体コードごとに市区町村マスタを
      *更新する。新しい団体コードは追加し、名称の変わった団体は旧名称
      *を合併対照表へ記録してから更新する。全件ロード(入れ替え)の
      *場合は今回のKEN_ALLに現れなかった団体を消滅とみなし、合併
      *対照表へ移行先を記録する。マスタ更新に失敗してもロード自体は
      *完了しているため終了コードは変えず、警告を表示して取り消す
            SET  CITY-OK  TO  TRUE.
            OPEN  INPUT  CITYW.
            IF  CWF-FST  NOT  =  "00"
                DISPLAY  "symfo_inst: city work file open error FST="
                         CWF-FST
                    UPON  CONS
                SET  CITY-FAILED  TO  TRUE
            ELSE
                PERFORM  UNTIL  CWF-FST  NOT  =  "00"
                        OR  CITY-FAILED
                    READ  CITYW
                        END
                            CONTINUE
                        NOT END
                            PERFORM APPLY-CITY-ROW
                    END-READ
                END-PERFORM
                IF  CWF-FST  NOT  =  "10"
                    AND  CITY-OK
                    DISPLAY  "symfo_inst: city work file read error"
                             " FST="  CWF-FST
                        UPON  CONS
                    SET  CITY-FAILED  TO  TRUE
                END-IF
                CLOSE  CITYW
            END-IF.
            IF  CITY-OK  AND  INSERT-ONLY-MODE
                PERFORM RECORD-ABOLISHED-CITIES
            END-IF.
            IF  CITY-OK
                EXEC SQL COMMIT WORK END-EXEC
                DISPLAY  "symfo_inst: city master new="  WS-CITY-NEW
                         " renamed="    WS-CITY-RENAMED
                         " abolished="  WS-CITY-ABOLISHED
                    UPON  CONS
            ELSE
                EXEC SQL ROLLBACK WORK END-EXEC
                DISPLAY  "symfo_inst: WARNING city master not updated"
                    UPON  CONS
            END-IF.
        MAINTAIN-CITY-MASTER-END.
            EXIT.

        MAINTAIN-TOWN-QUALIFIERS SECTION.
      *KEN_ALL付帯作業ファイルを読み直し、町域付記のある郵便番号を
      *町域付記表へ登録する。全件ロード(入れ替え)では先に担当分
      *(分割並行ロードは担当桁の範囲、それ以外は全件)を削除して
      *作り直し、UPSERTでは読んだ郵便番号ごとに削除してから登録し
      *直す(括弧書きが無くなった町域の付記も消える)。同じ郵便番号
      *の2行目以降はPOST_CDと同じく先の行を採る。付記表の更新に
      *失敗してもロード自体は完了しているため終了コードは変えず、
      *警告を表示して取り消す
            SET  QUAL-OK  TO  TRUE.
            MOVE  ZERO  TO  WS-QUAL-ROWS.
            MOVE  ZERO  TO  WS-QUAL-SKIPPED.
            MOVE  SPACES  TO  WS-QUAL-PREV-ZIP.
            MOVE  LOG-RUN-DATE  TO  QUAL-REG-DATE.
            IF  INSERT-ONLY-MODE
                IF  WS-PARTITION-DIGIT  =  SPACES
                    MOVE  "0000000"  TO  QUAL-LOW-ZIP
                    MOVE  "9999999"  TO  QUAL-HIGH-ZIP
                ELSE
                    MOVE  "0000000"  TO  QUAL-LOW-ZIP
                    MOVE  WS-PARTITION-DIGIT  TO  QUAL-LOW-ZIP(1:1)
                    MOVE  "9999999"  TO  QUAL-HIGH-ZIP
                    MOVE  WS-PARTITION-DIGIT  TO  QUAL-HIGH-ZIP(1:1)
                END-IF
                EXEC SQL
                    DELETE FROM POST_CD_TOWN_QUAL
                        WHERE 郵便番号 BETWEEN :QUAL-LOW-ZIP
                                           AND :QUAL-HIGH-ZIP
                END-EXEC
                IF  SQLSTATE  NOT  =  "00000"
                    AND  SQLSTATE  NOT  =  "02000"
                    DISPLAY  "symfo_inst: POST_CD_TOWN_QUAL delete "
                             "failed "  SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    SET  QUAL-FAILED  TO  TRUE
                END-IF
            END-IF.
            IF  QUAL-OK
                OPEN  INPUT  KENALLX
                IF  KXF-FST  NOT  =  "00"
                    DISPLAY  "symfo_inst: KEN_ALL extra file open error"
                             " FST="  KXF-FST
                        UPON  CONS
                    SET  QUAL-FAILED  TO  TRUE
                ELSE
                    PERFORM  UNTIL  KXF-FST  NOT  =  "00"
                            OR  QUAL-FAILED
                        READ  KENALLX
                            END
                                CONTINUE
                            NOT END
                                PERFORM APPLY-TOWN-QUALIFIER
                        END-READ
                    END-PERFORM
                    IF  KXF-FST  NOT  =  "10"
                        AND  QUAL-OK
                        DISPLAY  "symfo_inst: KEN_ALL extra file read "
                                 "error FST="  KXF-FST
                            UPON  CONS
                        SET  QUAL-FAILED  TO  TRUE
                    END-IF
                    CLOSE  KENALLX
                END-IF
            END-IF.
            IF  QUAL-OK
                EXEC SQL COMMIT WORK END-EXEC
                DISPLAY  "symfo_inst: town qualifiers registered="
                         WS-QUAL-ROWS
                         " duplicate="  WS-QUAL-SKIPPED
                    UPON  CONS
            ELSE
                EXEC SQL ROLLBACK WORK END-EXEC
                DISPLAY  "symfo_inst: WARNING town qualifiers not "
                         "updated"
                    UPON  CONS
            END-IF.
        MAINTAIN-TOWN-QUALIFIERS-END.
            EXIT.

        APPLY-TOWN-QUALIFIER SECTION.
      *付帯作業ファイルの1件を町域付記表へ反映する(分割並行ロードでは
      *担当桁以外の郵便番号を読み飛ばす)。UPSERTの削除は郵便番号が
      *変わった最初の行でだけ行い、2行目以降の付記は全件ロードと
      *同じく重複として数える
            IF  WS-PARTITION-DIGIT  NOT  =  SPACES
                AND  KX-ZIPCODE(1:1)  NOT  =  WS-PARTITION-DIGIT
                CONTINUE
            ELSE
                MOVE  KX-ZIPCODE  TO  QUAL-ZIPCODE
                IF  MERGE-MODE
                    AND  KX-ZIPCODE  NOT  =  WS-QUAL-PREV-ZIP
                    MOVE  KX-ZIPCODE  TO  WS-QUAL-PREV-ZIP
                    EXEC SQL
                        DELETE FROM POST_CD_TOWN_QUAL
                            WHERE 郵便番号 = :QUAL-ZIPCODE
                    END-EXEC
                    IF  SQLSTATE  NOT  =  "00000"
                        AND  SQLSTATE  NOT  =  "02000"
                        DISPLAY  "symfo_inst: POST_CD_TOWN_QUAL delete"
                                 " failed "  SQLSTATE  " "  SQLMSG
                            UPON  CONS
                        SET  QUAL-FAILED  TO  TRUE
                    END-IF
                END-IF
                IF  KX-TOWN-QUALIFIER  NOT  =  SPACES
                    AND  QUAL-OK
                    MOVE  KX-TOWN-QUALIFIER  TO  QUAL-TEXT
                    EXEC SQL
                        INSERT INTO POST_CD_TOWN_QUAL
                            (郵便番号,町域付記,登録日)
                            VALUES (:QUAL-ZIPCODE,:QUAL-TEXT,
                                    :QUAL-REG-DATE)
                    END-EXEC
                    IF  SQLSTATE  =  "00000"
                        ADD  1  TO  WS-QUAL-ROWS
                    ELSE IF  SQLSTATE(1:2)  =  "23"
                        ADD  1  TO  WS-QUAL-SKIPPED
                    ELSE
                        DISPLAY  "symfo_inst: POST_CD_TOWN_QUAL insert"
                                 " failed "  SQLSTATE  " "  SQLMSG
                            UPON  CONS
                        SET  QUAL-FAILED  TO  TRUE
                    END-IF
                END-IF
            END-IF.
        APPLY-TOWN-QUALIFIER-END.
            EXIT.

        APPLY-CITY-ROW SECTION.
      *市区町村作業ファイルの1件を市区町村マスタへ反映する。今回の
      *ロードで確認できた団体は確認日を実行日へ進め、状態をA(現行)
      *にする
            MOVE  CW-LG-CODE      TO  CITY-LG-CODE.
            MOVE  CW-PREF-CODE    TO  CITY-PREF-CODE.
            MOVE  CW-PREF-NAME    TO  CITY-PREF-NAME.
            MOVE  CW-CITY-NAME    TO  CITY-CITY-NAME.
            MOVE  CW-CITY-KANA    TO  CITY-CITY-KANA.
            MOVE  CW-REP-ZIPCODE  TO  CITY-REP-ZIPCODE.
            EXEC SQL
                SELECT 都道府県名,市区町村名
                    INTO :CITY-OLD-PREF-NAME,:CITY-OLD-CITY-NAME
                    FROM POST_CD_CITY
                    WHERE 団体コード = :CITY-LG-CODE
            END-EXEC.
            IF  SQLSTATE  =  "02000"
                EXEC SQL
                    INSERT INTO POST_CD_CITY
                        (団体コード,都道府県コード,都道府県名,
                         市区町村名,市区町村名カナ,代表郵便番号,
                         確認日,状態)
                        VALUES (:CITY-LG-CODE,:CITY-PREF-CODE,
                         :CITY-PREF-NAME,:CITY-CITY-NAME,
                         :CITY-CITY-KANA,:CITY-REP-ZIPCODE,
                         :LOG-RUN-DATE,'A')
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    ADD  1  TO  WS-CITY-NEW
                END-IF
            ELSE IF  SQLSTATE  =  "00000"
      *同じ団体コードで名称が変わった場合(市制施行・改称等)は、
      *旧名称を合併対照表へ残してから更新する
                IF  CITY-OLD-PREF-NAME  NOT  =  CITY-PREF-NAME
                    OR  CITY-OLD-CITY-NAME  NOT  =  CITY-CITY-NAME
                    MOVE  CITY-LG-CODE    TO  CITY-NEW-LG-CODE
                    MOVE  CITY-PREF-NAME  TO  CITY-NEW-PREF-NAME
                    MOVE  CITY-CITY-NAME  TO  CITY-NEW-CITY-NAME
                    MOVE  "R"  TO  CITY-CHANGE-KIND
                    PERFORM INSERT-CITY-XWALK
                    IF  CITY-OK
                        ADD  1  TO  WS-CITY-RENAMED
                    END-IF
                END-IF
                IF  CITY-OK
                    EXEC SQL
                        UPDATE POST_CD_CITY
                            SET 都道府県コード = :CITY-PREF-CODE,
                                都道府県名 = :CITY-PREF-NAME,
                                市区町村名 = :CITY-CITY-NAME,
                                市区町村名カナ = :CITY-CITY-KANA,
                                代表郵便番号 = :CITY-REP-ZIPCODE,
                                確認日 = :LOG-RUN-DATE,
                                状態 = 'A'
                            WHERE 団体コード = :CITY-LG-CODE
                    END-EXEC
                END-IF
            END-IF.
            IF  SQLSTATE  NOT  =  "00000"
                AND  CITY-OK
                DISPLAY  "symfo_inst: POST_CD_CITY error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                SET  CITY-FAILED  TO  TRUE
            END-IF.
        APPLY-CITY-ROW-END.
            EXIT.

        RECORD-ABOLISHED-CITIES SECTION.
      *今回の全件ロードで確認できなかった現行の団体(確認日が実行日
      *より前)を消滅とみなす。移行先は、その団体の代表郵便番号が
      *入れ替え後のPOST_CDでどの市区町村に属しているかで求める
      *(合併・編入では郵便番号はそのまま移行先の市区町村へ移る)。
      *移行先が引けない場合(郵便番号ごと廃止された等)は移行先を
      *空白のまま記録する
            EXEC SQL
                DECLARE CITY_GONE_CUR CURSOR FOR
                    SELECT 団体コード,都道府県名,市区町村名,
                           代表郵便番号
                        FROM POST_CD_CITY
                        WHERE 確認日 < :LOG-RUN-DATE
                          AND 状態 = 'A'
                        ORDER BY 団体コード
            END-EXEC.
            EXEC SQL OPEN CITY_GONE_CUR END-EXEC.
            MOVE  "N"  TO  WS-CITY-DONE.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_inst: city cursor open failed "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                SET  CITY-FAILED  TO  TRUE
                MOVE  "Y"  TO  WS-CITY-DONE
            END-IF.
            PERFORM  UNTIL  CITY-FETCH-DONE
                EXEC SQL
                    FETCH CITY_GONE_CUR INTO
                        :CITY-LG-CODE,:CITY-OLD-PREF-NAME,
                        :CITY-OLD-CITY-NAME,:CITY-REP-ZIPCODE
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    PERFORM FIND-CITY-SUCCESSOR
                    MOVE  "M"  TO  CITY-CHANGE-KIND
                    PERFORM INSERT-CITY-XWALK
                    IF  CITY-OK
                        ADD  1  TO  WS-CITY-ABOLISHED
                    ELSE
                        MOVE  "Y"  TO  WS-CITY-DONE
                    END-IF
                ELSE IF  SQLSTATE  =  "02000"
                    MOVE  "Y"  TO  WS-CITY-DONE
                ELSE
                    DISPLAY  "symfo_inst: city FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    SET  CITY-FAILED  TO  TRUE
                    MOVE  "Y"  TO  WS-CITY-DONE
                END-IF
            END-PERFORM.
            EXEC SQL CLOSE CITY_GONE_CUR END-EXEC.
      *消滅とみなした団体の状態をX(消滅)にする
            IF  CITY-OK
                EXEC SQL
                    UPDATE POST_CD_CITY
                        SET 状態 = 'X'
                        WHERE 確認日 < :LOG-RUN-DATE
                          AND 状態 = 'A'
                END-EXEC
                IF  SQLSTATE  NOT  =  "00000"
                    AND  SQLSTATE  NOT  =  "02000"
                    DISPLAY  "symfo_inst: POST_CD_CITY error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    SET  CITY-FAILED  TO  TRUE
                END-IF
            END-IF.
        RECORD-ABOLISHED-CITIES-END.
            EXIT.

        FIND-CITY-SUCCESSOR SECTION.
      *消滅した団体の代表郵便番号から、入れ替え後の市区町村(移行先)
      *と、その現行の団体コードを求める
            MOVE  SPACES  TO  CITY-NEW-LG-CODE.
            MOVE  SPACES  TO  CITY-NEW-PREF-NAME.
            MOVE  SPACES  TO  CITY-NEW-CITY-NAME.
            EXEC SQL
                SELECT 都道府県名,市区町村名
                    INTO :CITY-NEW-PREF-NAME,:CITY-NEW-CITY-NAME
                    FROM POST_CD
                    WHERE 郵便番号 = :CITY-REP-ZIPCODE
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                EXEC SQL
                    SELECT 団体コード INTO :CITY-NEW-LG-CODE
                        FROM POST_CD_CITY
                        WHERE 都道府県名 = :CITY-NEW-PREF-NAME
                          AND 市区町村名 = :CITY-NEW-CITY-NAME
                          AND 確認日 = :LOG-RUN-DATE
                END-EXEC
                IF  SQLSTATE  NOT  =  "00000"
                    MOVE  SPACES  TO  CITY-NEW-LG-CODE
                END-IF
            ELSE
                MOVE  SPACES  TO  CITY-NEW-PREF-NAME
                MOVE  SPACES  TO  CITY-NEW-CITY-NAME
            END-IF.
        FIND-CITY-SUCCESSOR-END.
            EXIT.

        INSERT-CITY-XWALK SECTION.
      *合併対照表へ旧団体コード・旧名称から新団体コード・新名称への
      *対応を1件記録する(団体コードはCITY-LG-CODE、旧名称は
      *CITY-OLD-、新名称はCITY-NEW-の各項目に呼び出し元が設定する)
            EXEC SQL
                INSERT INTO POST_CD_CITY_XWALK
                    (旧団体コード,旧都道府県名,旧市区町村名,
                     新団体コード,新都道府県名,新市区町村名,
                     変更区分,記録日)
                    VALUES (:CITY-LG-CODE,:CITY-OLD-PREF-NAME,
                     :CITY-OLD-CITY-NAME,:CITY-NEW-LG-CODE,
                     :CITY-NEW-PREF-NAME,:CITY-NEW-CITY-NAME,
                     :CITY-CHANGE-KIND,:LOG-RUN-DATE)
            END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_inst: POST_CD_CITY_XWALK error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                SET  CITY-FAILED  TO  TRUE
            END-IF.
        INSERT-CITY-XWALK-END.
            EXIT.

        SCAN-NAT-LENGTH SECTION.
      *WS-NAT-SCAN-Nの実長(最後の空白でない文字の位置)を求める
            MOVE  ZERO  TO  WS-NAT-SCAN-LEN.
        STRIP-PAREN-TEXT SECTION.
      *WS-STRIP-IN-N(実長WS-STRIP-IN-LEN)から丸括弧とその内側を
      *取り除いた文字列をWS-STRIP-OUT-Nへ作る(全角・半角の両方。
      *閉じ括弧が欠けたまま確定した行は括弧以降が全て落ちる)。
      *取り除いた括弧の内側はWS-STRIP-QUAL-Nへ集める(内側の入れ子の
      *括弧はそのまま残し、括弧書きが2つ以上あれば「、」でつなぐ)
            MOVE  SPACES  TO  WS-STRIP-OUT-N.
            MOVE  SPACES  TO  WS-STRIP-QUAL-N.
            MOVE  ZERO  TO  WS-STRIP-DEPTH.
            MOVE  1     TO  WS-STRIP-OUT-IDX.
            MOVE  1     TO  WS-STRIP-QUAL-IDX.
            PERFORM  VARYING  WS-STRIP-IDX  FROM  1  BY  1
                    UNTIL  WS-STRIP-IDX  >  WS-STRIP-IN-LEN
                MOVE  WS-STRIP-IN-N(WS-STRIP-IDX:1)
                    TO  WS-PAREN-CHAR
                IF  WS-PAREN-CHAR  =  NX"FF08"
                    OR  WS-PAREN-CHAR  =  NX"0028"
                    IF  WS-STRIP-DEPTH  >  ZERO
                        MOVE  WS-PAREN-CHAR
                            TO  WS-STRIP-QUAL-N(WS-STRIP-QUAL-IDX:1)
                        ADD  1  TO  WS-STRIP-QUAL-IDX
                    ELSE
                        IF  WS-STRIP-QUAL-IDX  >  1
                            MOVE  NX"3001"
                                TO  WS-STRIP-QUAL-N
                                    (WS-STRIP-QUAL-IDX:1)
                            ADD  1  TO  WS-STRIP-QUAL-IDX
                        END-IF
                    END-IF
                    ADD  1  TO  WS-STRIP-DEPTH
                ELSE IF  WS-PAREN-CHAR  =  NX"FF09"
                    OR  WS-PAREN-CHAR  =  NX"0029"
                    IF  WS-STRIP-DEPTH  >  ZERO
                        SUBTRACT  1  FROM  WS-STRIP-DEPTH
                    END-IF
                    IF  WS-STRIP-DEPTH  >  ZERO
                        MOVE  WS-PAREN-CHAR
                            TO  WS-STRIP-QUAL-N(WS-STRIP-QUAL-IDX:1)
                        ADD  1  TO  WS-STRIP-QUAL-IDX
                    END-IF
                ELSE IF  WS-STRIP-DEPTH  =  ZERO
                    MOVE  WS-PAREN-CHAR
                        TO  WS-STRIP-OUT-N(WS-STRIP-OUT-IDX:1)
                    ADD  1  TO  WS-STRIP-OUT-IDX
                ELSE
                    MOVE  WS-PAREN-CHAR
                        TO  WS-STRIP-QUAL-N(WS-STRIP-QUAL-IDX:1)
                    ADD  1  TO  WS-STRIP-QUAL-IDX
                END-IF
            END-PERFORM.
        STRIP-PAREN-TEXT-END.
                        CONTINUE
                    NOT END
                        ADD  1  TO  WS-SKIP-COUNT
                        PERFORM READ-KENALL-EXTRA
                END-READ
            END-PERFORM.
      *読み飛ばしの途中でF1が尽きた場合、入力ファイルが前回実行時点
