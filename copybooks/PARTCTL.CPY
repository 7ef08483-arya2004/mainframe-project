      * One key-range partition of the merge on the partition control
      * file PARTCTL.DAT, kept by operations like MERGECTL.DAT: the
      * partition number and the highest key the partition takes.
      * Copy it under the owning record with a prefix, e.g.
      *     COPY PARTCTL REPLACING ==:PFX:== BY ==PART-IN==.
      *
      * Lines are numbered 01, 02, ... in order with no gaps, and
      * their high keys ascend. Partition n takes every key above the
      * high key of partition n-1 up to and including its own (the
      * first takes everything from the bottom, blank and unreadable
      * keys included); the last line's high key is left blank and
      * means "and everything above", so no key can fall between two
      * partitions. MERGE3FILES (one run per partition, selected by
      * MERGE-PARTITION) and MRGCOMBN both read the file and refuse
      * it on the same terms. The COMMENT area is never read.
           05 :PFX:-NUMBER           PIC 9(02).
           05 :PFX:-HIGH-KEY         PIC X(10).
           05 :PFX:-COMMENT          PIC X(48).
