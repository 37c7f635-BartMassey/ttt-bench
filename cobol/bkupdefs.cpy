      *    The suite backup catalogue, shared by SUITEBKP (which takes
      *    the backup set) and SUITERST (which restores from one).
      *    One entry per dataset the suite keeps -- masters, queues,
      *    journals, ledgers, and the databases; reports, work files,
      *    and restart checkpoints are left out, as are the BENCHCTL,
      *    AUDITCTL, SOLDBCTL, and BOOK4CTL control sidecars, which a
      *    restore rebuilds from the data it puts back. Each entry
      *    gives the dataset name, its record length (the width the
      *    checksum is taken over, as the BENCHCTL convention takes
      *    BENCHHIST's 74 bytes), and its organization: 'S' line
      *    sequential, 'I' indexed (copied to and from the backup
      *    set in key order). A dataset is added here, never in the
      *    programs, so backup and restore always cover the same set.
       01 backup-defs-table.
           05 FILLER PIC X(14) VALUE "BENCHHIST 074S".
           05 FILLER PIC X(14) VALUE "TTTAUDIT  095S".
           05 FILLER PIC X(14) VALUE "BENCHEXC  050S".
           05 FILLER PIC X(14) VALUE "EXCDISP   038S".
           05 FILLER PIC X(14) VALUE "BATTHIST  075S".
           05 FILLER PIC X(14) VALUE "TTTQUEUE  131S".
           05 FILLER PIC X(14) VALUE "QUEUEJRNL 058S".
           05 FILLER PIC X(14) VALUE "OPERREG   060S".
           05 FILLER PIC X(14) VALUE "SIGNJRNL  051S".
           05 FILLER PIC X(14) VALUE "CERTLDGR  043S".
           05 FILLER PIC X(14) VALUE "PLAYLOG   049S".
           05 FILLER PIC X(14) VALUE "PLAYSAVE  537S".
           05 FILLER PIC X(14) VALUE "PUZZLES   069S".
           05 FILLER PIC X(14) VALUE "QUIZRSLT  036S".
           05 FILLER PIC X(14) VALUE "CAPJRNL   029S".
           05 FILLER PIC X(14) VALUE "CAPRESND  018S".
           05 FILLER PIC X(14) VALUE "APPROVQ   105S".
           05 FILLER PIC X(14) VALUE "APPRJRNL  080S".
           05 FILLER PIC X(14) VALUE "PERIODCL  107S".
           05 FILLER PIC X(14) VALUE "LOCKJRNL  070S".
           05 FILLER PIC X(14) VALUE "SITEHIST  053S".
           05 FILLER PIC X(14) VALUE "SHOPCAL   029S".
           05 FILLER PIC X(14) VALUE "NIGHTPLAN 020S".
           05 FILLER PIC X(14) VALUE "NIGHTLOG  054S".
           05 FILLER PIC X(14) VALUE "TOURNLOG  042S".
           05 FILLER PIC X(14) VALUE "TOURNDTL  078S".
           05 FILLER PIC X(14) VALUE "ENGCERTS  074S".
           05 FILLER PIC X(14) VALUE "STRLADDR  067S".
           05 FILLER PIC X(14) VALUE "CHGRATE   026S".
           05 FILLER PIC X(14) VALUE "TTTDECK   046S".
           05 FILLER PIC X(14) VALUE "BATTFPRT  044S".
           05 FILLER PIC X(14) VALUE "FPRTJRNL  072S".
           05 FILLER PIC X(14) VALUE "BATTDRFT  059S".
           05 FILLER PIC X(14) VALUE "SITEPARM  043I".
           05 FILLER PIC X(14) VALUE "TTTSOLDB  012I".
           05 FILLER PIC X(14) VALUE "TTTBOOK4  018I".
       01 backup-defs REDEFINES backup-defs-table.
           05 backup-def OCCURS 36 TIMES.
               10 bd-dataset PIC X(9).
               10 FILLER PIC X.
               10 bd-rec-len PIC 9(3).
               10 bd-kind PIC X(1).
       01 backup-def-count PIC 9(2) COMP VALUE 36.
