      *>symfo_src_sum
      * ロード元ファイルの指紋(行数・チェックサム・最小/最大の郵便番号)
      * を求める呼び出し専用モジュール。symfo_inst・symfo_inst_office・
      * symfo_inst_rome・call_symfo_inst_batchがロードの前にロード元を
      * 1回通しで読みながら1レコードずつ渡し、POST_CD_SOURCE_REGへ
      * 登録済みの指紋と比べて、同じファイルの二重ロードや古い月の
      * ファイルの取り違えを止める。
      * チェックサムはAdler-32と同じ組み立て(2つの累計を65521で割った
      * 余り)で、各レコードの末尾空白を除いた内容と行の区切りを順に
      * 足し込む。値は上位の累計*65536+下位の累計
      * (呼び出しインタフェースはSRC_SUM.cpy)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_src_sum.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
      *チェックサムの累計(呼び出しの間で保持する)
        01  SRC-SUM-LOW-ACC    PIC 9(9)  BINARY  VALUE 1.
        01  SRC-SUM-HIGH-ACC   PIC 9(9)  BINARY  VALUE 0.
        01  SRC-SUM-WORK       PIC 9(9)  BINARY.
        01  SRC-SUM-QUOT       PIC 9(9)  BINARY.
        01  SRC-SUM-MOD        PIC 9(9)  BINARY  VALUE 65521.
        01  SRC-SUM-ROWS       PIC 9(7)  BINARY  VALUE 0.
      *1バイトを数値として取り出すための作業域
        01  SRC-BYTE-AREA.
            02  SRC-BYTE-HIGH  PIC X(1)  VALUE LOW-VALUE.
            02  SRC-BYTE-LOW   PIC X(1).
        01  SRC-BYTE-VALUE  REDEFINES  SRC-BYTE-AREA
                               PIC 9(4)  BINARY.
        01  SRC-LAST-POS       PIC 9(4)  BINARY.
        01  SRC-POS            PIC 9(4)  BINARY.
        LINKAGE SECTION.
      *呼び出しインタフェース(SRC_SUM.cpy)
            COPY SRC_SUM.
      *
        PROCEDURE DIVISION  USING  SRC-SUM-PARM.
        MAIN SECTION.
            IF  SRC-SUM-INIT
                MOVE  1       TO  SRC-SUM-LOW-ACC
                MOVE  ZERO    TO  SRC-SUM-HIGH-ACC
                MOVE  ZERO    TO  SRC-SUM-ROWS
                MOVE  SPACES  TO  SRC-SUM-LOW-ZIP
                MOVE  SPACES  TO  SRC-SUM-HIGH-ZIP
            ELSE IF  SRC-SUM-ADD
                ADD  1  TO  SRC-SUM-ROWS
                PERFORM ADD-RECORD-BYTES
                PERFORM CHECK-ZIP-RANGE
            END-IF.
            MOVE  SRC-SUM-ROWS  TO  SRC-SUM-ROW-COUNT.
            COMPUTE  SRC-SUM-CHECKSUM  =
                SRC-SUM-HIGH-ACC * 65536 + SRC-SUM-LOW-ACC.
            EXIT PROGRAM.

        ADD-RECORD-BYTES SECTION.
      *末尾空白を除いた位置までの各バイトと、行の区切り(X"0A")を
      *累計へ足し込み、レコードごとに65521で割った余りへ戻す
            MOVE  SRC-SUM-REC-LEN  TO  SRC-LAST-POS.
            IF  SRC-LAST-POS  >  1000
                MOVE  1000  TO  SRC-LAST-POS
            END-IF.
            PERFORM  VARYING  SRC-POS  FROM  SRC-LAST-POS  BY  -1
                    UNTIL  SRC-POS  <  1
                IF  SRC-SUM-RECORD(SRC-POS:1)  NOT =  SPACE
                    MOVE  SRC-POS  TO  SRC-LAST-POS
                    MOVE  1        TO  SRC-POS
                ELSE
                    IF  SRC-POS  =  1
                        MOVE  ZERO     TO  SRC-LAST-POS
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM  VARYING  SRC-POS  FROM  1  BY  1
                    UNTIL  SRC-POS  >  SRC-LAST-POS
                MOVE  SRC-SUM-RECORD(SRC-POS:1)  TO  SRC-BYTE-LOW
                ADD  SRC-BYTE-VALUE  TO  SRC-SUM-LOW-ACC
                ADD  SRC-SUM-LOW-ACC  TO  SRC-SUM-HIGH-ACC
            END-PERFORM.
            MOVE  X"0A"  TO  SRC-BYTE-LOW.
            ADD  SRC-BYTE-VALUE   TO  SRC-SUM-LOW-ACC.
            ADD  SRC-SUM-LOW-ACC  TO  SRC-SUM-HIGH-ACC.
            MOVE  SRC-SUM-LOW-ACC  TO  SRC-SUM-WORK.
            DIVIDE  SRC-SUM-WORK  BY  SRC-SUM-MOD
                GIVING  SRC-SUM-QUOT  REMAINDER  SRC-SUM-LOW-ACC.
            MOVE  SRC-SUM-HIGH-ACC  TO  SRC-SUM-WORK.
            DIVIDE  SRC-SUM-WORK  BY  SRC-SUM-MOD
                GIVING  SRC-SUM-QUOT  REMAINDER  SRC-SUM-HIGH-ACC.
        ADD-RECORD-BYTES-END.
            EXIT.

        CHECK-ZIP-RANGE SECTION.
      *7桁の数字の郵便番号だけで最小/最大を更新する
            IF  SRC-SUM-ZIPCODE  IS  NUMERIC
                IF  SRC-SUM-LOW-ZIP  =  SPACES
                    OR  SRC-SUM-ZIPCODE  <  SRC-SUM-LOW-ZIP
                    MOVE  SRC-SUM-ZIPCODE  TO  SRC-SUM-LOW-ZIP
                END-IF
                IF  SRC-SUM-HIGH-ZIP  =  SPACES
                    OR  SRC-SUM-ZIPCODE  >  SRC-SUM-HIGH-ZIP
                    MOVE  SRC-SUM-ZIPCODE  TO  SRC-SUM-HIGH-ZIP
                END-IF
            END-IF.
        CHECK-ZIP-RANGE-END.
            EXIT.

        END PROGRAM symfo_src_sum.
