      * 町域・大口事業所のどちらの郵便番号も解決できるようにする。
      * ヒットの種別(町域/事業所)はLOOKUP-REC-TYPEで呼び出し側へ返す。
      * 呼び出しインタフェースはPOSTCD_LOOKUP.cpyを参照。索引ファイルは
      * 初回呼び出し時にオープンし、以降の呼び出しでは開いたまま使う。
      * 該当なし(23)の郵便番号は未解決ログ(既定はunresolved.log。
      * SYMFO_UNRESOLVED_LOGで差し替え可能。symfo_inq・symfo_inq_addr
      * と共用)へ追記する。呼び出し側のプログラム名は
      * SYMFO_LOOKUP_CALLERで渡せる(未設定はpostcd_lookupと記録する)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   postcd_lookup.
        ENVIRONMENT    DIVISION.
                ACCESS  MODE  RANDOM
                RECORD  KEY   IDX-ZIPCODE
                STATUS  IDXF-FST.
      *未解決ログ(該当なしの郵便番号を追記する。symfo_inq・
      *symfo_inq_addrと共用)
            SELECT  UNRF  ASSIGN  TO  WS-UNRESOLVED-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  UNRF-FST.
        DATA DIVISION.
        FILE SECTION.
      *索引ファイルのレコード定義(symfo_isam_buildと共通)
        FD  IDXF.
            COPY POSTCD_IDX.
      *未解決ログのレコード定義(symfo_inq・symfo_inq_addrと共通)
        FD  UNRF.
            COPY UNRESOLVED_REC.
        WORKING-STORAGE SECTION.
      *ファイルのステータス変数
        01  IDXF-FST               PIC X(02).
        01  UNRF-FST               PIC X(02).
      *未解決ログのファイル名(既定はunresolved.log)と、ログへ記録
      *する呼び出し側のプログラム名(既定はpostcd_lookup)
        01  WS-UNRESOLVED-FILE     PIC X(100)  VALUE "unresolved.log".
        01  WS-CALLER-NAME         PIC X(20)   VALUE "postcd_lookup".
      *読み込むファイル名(既定はpostcd.idx。SYMFO_ISAM_FILEで差し替え可能)
        01  WS-ISAM-FILE           PIC X(100)  VALUE "postcd.idx".
        01  WORK                   PIC X(100).
                IF  WORK  NOT  =  SPACES
                    MOVE  WORK  TO  WS-ISAM-FILE
                END-IF
                DISPLAY  "SYMFO_UNRESOLVED_LOG"  UPON  ENVIRONMENT-NAME
                ACCEPT    WORK              FROM  ENVIRONMENT-VALUE
                IF  WORK  NOT  =  SPACES
                    MOVE  WORK  TO  WS-UNRESOLVED-FILE
                END-IF
                DISPLAY  "SYMFO_LOOKUP_CALLER"  UPON  ENVIRONMENT-NAME
                ACCEPT    WORK             FROM  ENVIRONMENT-VALUE
                IF  WORK  NOT  =  SPACES
                    MOVE  WORK  TO  WS-CALLER-NAME
                END-IF
                OPEN  INPUT  IDXF
                IF  IDXF-FST  NOT  =  "00"
                    MOVE  IDXF-FST  TO  LOOKUP-STATUS
                INVALID KEY
                    MOVE  "23"  TO  LOOKUP-STATUS
                    PERFORM CLEAR-LOOKUP-RESULT
                    PERFORM LOG-UNRESOLVED-ZIP
                NOT INVALID KEY
                    MOVE  "00"  TO  LOOKUP-STATUS
                    IF  IDX-OFFICE-REC
        RETURN-OFFICE-RESULT-END.
            EXIT.

        LOG-UNRESOLVED-ZIP SECTION.
      *該当なしの郵便番号を未解決ログへ1行追記する。ログは他の照会
      *プログラムと共用するため1件ごとに開いて閉じ、書けなくても
      *呼び出し側への結果は変えない
            OPEN  EXTEND  UNRF.
            IF  UNRF-FST  =  "35"
                OPEN  OUTPUT  UNRF
            END-IF.
            IF  UNRF-FST  =  "00"
                MOVE  SPACES          TO  UNR-R
                ACCEPT  UNR-DATE      FROM  DATE  YYYYMMDD
                ACCEPT  UNR-TIME      FROM  TIME
                MOVE  WS-CALLER-NAME  TO  UNR-PROGRAM
                MOVE  ZERO            TO  UNR-REQ-SEQ
                MOVE  "Z"             TO  UNR-KIND
                MOVE  LOOKUP-ZIPCODE  TO  UNR-ZIPCODE
                MOVE  SPACES          TO  UNR-SEARCH-TEXT
                WRITE  UNR-R
                CLOSE  UNRF
            END-IF.
        LOG-UNRESOLVED-ZIP-END.
            EXIT.

        CLEAR-LOOKUP-RESULT SECTION.
      *該当なし・エラー時は結果項目を空白にして返す
            MOVE  SPACES  TO  LOOKUP-REC-TYPE.
