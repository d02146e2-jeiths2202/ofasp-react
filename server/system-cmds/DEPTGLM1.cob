      *             GLM-DEPT field); GLPOST1's lookups follow
      *             EMP-DEPT unchanged. Mappings entered under the
      *             old names need re-adding under the codes.
      * 2026-10-15  STKGLP1 posts the month's stock movements and
      *             looks up three more special keys here:
      *             "*INVENTORY*" (the stock account), "*GRIR*" (the
      *             goods-received clearing account) and "*SHRINK*"
      *             (count and adjustment variances). Seed all three
      *             before its first run, entered like any other.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTGLM1.
