           05  BI-EMPLOYEE-NAME     PIC X(30).
      *    WHICH STORE THE ROW DESCRIBES - 'EM' FOR THE EMPLOYEE
      *    DATASET RECORD, 'PR'/'DP' FOR THE IMS PAYROLL AND DEPENDENT
      *    SEGMENTS, 'CK' FOR A CHECK VOID/STOP/REISSUE (THE NAME
      *    THEN CARRIES THE ACTION AND CHECK NUMBER). ROWS WRITTEN
      *    BEFORE THIS FIELD EXISTED CARRY SPACES AND ARE EMPLOYEE
      *    DATASET ROWS.
           05  BI-SEGMENT-TYPE      PIC X(02).
      *    THE SIGNED-ON OPERATOR WHO MADE THE CHANGE, SO THE AUDIT
      *    TRAIL ANSWERS "WHO" AS WELL AS "WHAT" AND "WHEN". ROWS
