      * の事業所照会が全件NOTFOUNDになるため、symfo_instの全件ロード
      * と同じくPOST_CD_OFFICE_STAGEへ先に積み、件数照合を通った場合
      * だけ本番テーブルを入れ替える。入れ替えは1トランザクションで
      * 行い、照会が答えられない時間を作らない。
      * 事前の通し読みでファイルの指紋を求め、ロード元ファイルの登録簿
      * (POST_CD_SOURCE_REG)と照合して同じファイルの二重ロードや古い
      * 月のファイルを拒否する(照合の扱いはsymfo_instと同じ)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_inst_office.
        ENVIRONMENT    DIVISION.
        01 OLD-STREET       PIC N(40).
        01 OLD-HANDLE       PIC N(20).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *ロード元ファイルの登録簿(POST_CD_SOURCE_REG)のホスト変数
            COPY SRCREG_VARS.
      *プレコンパイラに渡す変数はここまで。
      *
      *ファイルのステータス変数
      *都道府県整合チェックモジュールの呼び出しインタフェース
      *(事業所所在地の都道府県名からコードを逆引きし、小計に使う)
            COPY PREF_CHECK.
      *ロード元ファイルの指紋計算モジュールの呼び出しインタフェース
            COPY SRC_SUM.
      *登録簿との照合結果と、拒否を押し切るかどうか(symfo_instと同じ
      *扱い。SYMFO_FORCE_SOURCE=Yで指定)
        01  WS-SOURCE-CHECK    PIC X(01)  VALUE "Y".
          88  SOURCE-ACCEPTED       VALUE "Y".
          88  SOURCE-REFUSED        VALUE "N".
        01  WS-REFUSAL-SQLSTATE PIC X(05).
        01  WS-SOURCE-FORCE    PIC X(01)  VALUE "N".
          88  SOURCE-FORCED         VALUE "Y".
        01  WS-SOURCE-MONTH-N  PIC 9(6)  BINARY.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
            ACCEPT  LOG-RUN-TIME  FROM  TIME.
            MOVE    WS-INPUT-FILE  TO  LOG-SOURCE-FILE.

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

      *不良データファイルは世代管理する。実行日時を付けた世代名に
      *差し替え、前の実行の証跡ファイルを上書きで消さない(世代台帳
      *への記録はファイルの実体を作った後に行う)
      *なる事故を防ぐ。ロード本体は別途最初からJ1を読み直す)
            PERFORM PRESCAN-INPUT-FILE.

      *読み切れた事業所ファイルの指紋を登録簿と照合し、同じファイルの
      *二重ロードや登録済みより古い月のファイルであれば、POST_CD_
      *OFFICEへ触れずに拒否をPOST_CD_LOAD_LOGへ記録して終了する
            IF  WS-PROGRAM-RC  =  ZERO
                PERFORM CHECK-SOURCE-REGISTER
                IF  SOURCE-REFUSED
                    PERFORM LOG-SOURCE-REFUSAL
                    EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC
                    MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                    EXIT PROGRAM
                END-IF
            END-IF.

      *前回の突き合わせ失敗等で残ったPOST_CD_OFFICE_STAGEの残骸を
      *消しておく(本番のPOST_CD_OFFICEにはここでは触れない。入れ替え
      *は件数照合を通った後にまとめて行う)
                MOVE  ZERO  TO  LOG-ROWS-APPLIED
            END-IF.

      *ロードが正常に終わった場合は、事業所ファイルを登録簿へ登録する
      *(POST_CD_LOAD_LOGと同じCOMMITで確定する)
            IF  WS-PROGRAM-RC  =  ZERO
                PERFORM REGISTER-SOURCE-FILE
            END-IF.

      *POST_CD_LOAD_LOGへ今回の実行結果を1行記録する
            MOVE  WS-ROWS-READ      TO  LOG-ROWS-READ.
            MOVE  WS-ROWS-REJECTED  TO  LOG-ROWS-REJECTED.

        PRESCAN-INPUT-FILE SECTION.
      *事業所ファイルを1回通しで読み、正常な終端(10)まで読めることを
      *確認する。開けない・途中で読めない場合はロード自体を始めない。
      *読みながら登録簿と照合する指紋(行数・チェックサム・最小/最大の
      *郵便番号)も求めておく
            MOVE  "I"  TO  SRC-SUM-FUNCTION.
            CALL  "symfo_src_sum"  USING  SRC-SUM-PARM.
            MOVE  "A"  TO  SRC-SUM-FUNCTION.
            MOVE  LENGTH OF J1R  TO  SRC-SUM-REC-LEN.
            OPEN  INPUT  J1.
            IF  FST  NOT  =  "00"
                DISPLAY  "symfo_inst_office: J1 open error FST="
                        END
                            CONTINUE
                        NOT END
                            MOVE  J1R        TO  SRC-SUM-RECORD
                            MOVE  J1ZIPCODE  TO  SRC-SUM-ZIPCODE
                            CALL  "symfo_src_sum"  USING  SRC-SUM-PARM
                    END-READ
                END-PERFORM
                IF  FST  NOT  =  "10"
                END-IF
                CLOSE  J1
            END-IF.
            MOVE  "symfo_inst_office"  TO  SRCREG-PROGRAM.
            MOVE  SPACE                TO  SRCREG-LOAD-KIND.
            MOVE  LOG-RUN-DATE         TO  SRCREG-DATE.
            MOVE  LOG-RUN-TIME         TO  SRCREG-TIME.
            MOVE  LOG-SOURCE-FILE      TO  SRCREG-SOURCE-FILE.
            MOVE  SRC-SUM-ROW-COUNT    TO  SRCREG-ROW-COUNT.
            MOVE  SRC-SUM-CHECKSUM     TO  SRCREG-CHECKSUM.
            MOVE  SRC-SUM-LOW-ZIP      TO  SRCREG-LOW-ZIP.
            MOVE  SRC-SUM-HIGH-ZIP     TO  SRCREG-HIGH-ZIP.
            MOVE  SPACE                TO  SRCREG-FORCED.
        PRESCAN-INPUT-FILE-END.
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
                DISPLAY  "symfo_inst_office: POST_CD_SOURCE_REG read"
                         " failed "  SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  "N"       TO  WS-SOURCE-CHECK
                MOVE  SQLSTATE  TO  WS-REFUSAL-SQLSTATE
                MOVE  16        TO  WS-PROGRAM-RC
            ELSE IF  SRCREG-MATCH-COUNT  >  ZERO
                DISPLAY  "symfo_inst_office: source already loaded on "
                         SRCREG-MATCH-DATE
                         " rows="      SRCREG-ROW-COUNT
                         " checksum="  SRCREG-CHECKSUM
                    UPON  CONS
                MOVE  "N"      TO  WS-SOURCE-CHECK
                MOVE  "99010"  TO  WS-REFUSAL-SQLSTATE
            ELSE IF  SRCREG-SOURCE-MONTH  <  SRCREG-LAST-MONTH
                DISPLAY  "symfo_inst_office: source month "
                         SRCREG-SOURCE-MONTH
                         " is older than last loaded "
                         SRCREG-LAST-MONTH
                    UPON  CONS
                MOVE  "N"      TO  WS-SOURCE-CHECK
                MOVE  "99011"  TO  WS-REFUSAL-SQLSTATE
            END-IF.
            IF  SOURCE-REFUSED  AND  WS-PROGRAM-RC  =  ZERO
                IF  SOURCE-FORCED
                    DISPLAY  "symfo_inst_office: SYMFO_FORCE_SOURCE=Y,"
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
                DISPLAY  "symfo_inst_office: POST_CD_LOAD_LOG insert"
                         " failed "  SQLSTATE  " "  SQLMSG
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
                DISPLAY  "symfo_inst_office: POST_CD_SOURCE_REG insert"
                         " failed "  SQLSTATE  " "  SQLMSG
                    UPON  CONS
            END-IF.
        REGISTER-SOURCE-FILE-END.
            EXIT.

        VALIDATE-ROW SECTION.
      *郵便番号は7桁の数字、事業所名は空白でないことを確認する
            MOVE  "Y"  TO  WS-VALID-ROW.
