000074	  05 MasterKey PIC X(64).
000075	  05 MasterRest PIC X(191).
000080 WORKING-STORAGE SECTION.
000080  01 file-name PIC X(40).
000081  01 master-status PIC X(2).
000082  01 record-found PIC 9(1).
000083  01 diff-expected PIC X(32000) VALUE SPACES.
000085  COPY CBUC0002.
000100 LINKAGE SECTION.
000101  77 AssertName PIC X(20).
000102  77 file-ref PIC X(40).
000103  77 KeyValue PIC X(64).
000104  77 ExpectedRecord PIC X(255).
000105  COPY CBUC0001.
000110 PROCEDURE DIVISION USING CBU-ctx AssertName file-ref
000111      KeyValue ExpectedRecord.
000111  CALL CBU-resolve-gdg USING CBU-ctx file-ref file-name.
000112  CALL CBU-add-assert-run USING CBU-ctx AssertName.
000113  MOVE 0 TO record-found.
000114  OPEN INPUT MasterFile.
