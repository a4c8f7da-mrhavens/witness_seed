000520* LINEAGE: A RUN SEEDED FROM ANOTHER RUN'S STATE (WITNESS-REPLAY
000530* FORENSIC REPLAY, OR A WARM START) CARRIES THE SOURCE RUN AND
000540* THE T ITS STATE WAS TAKEN AT.  ZEROS ON AN ORDINARY RUN.
000542* A PARENT OF 90000001 OR ABOVE IS NO RUN BUT A WITNESS-IMPORT
000544* NUMBER - A POPULATION IMPORTED FROM A SPREADSHEET, WHOSE
000546* SOURCE LABEL IS ON ITS IMPOK OR IMPWARN EVENT ON OPSLOG.
000550*----------------------------------------------------------------
000560     05  REG-PARENT-RUN-ID       PIC 9(08).
000570     05  REG-PARENT-T            PIC 9(07).
000680* THE MODELER'S REQUEST BY NAME.  SPACES ON AN ORDINARY RUN.
000690*----------------------------------------------------------------
000700     05  REG-LABEL               PIC X(16).
000710*----------------------------------------------------------------
000720* APPLIED INTEGRATOR (CC2-INTEGRATOR): E EXPLICIT EULER, H HEUN
000730* PREDICTOR-CORRECTOR.  WITNESS-REPLAY, WITNESS-QUEUE AND
000740* WITNESS-TWIN INTEGRATE A DERIVED RUN THE SAME WAY.  SPACE ON
000750* AN ENTRY WRITTEN BEFORE THE FIELD EXISTED MEANS EULER.
000760*----------------------------------------------------------------
000770     05  REG-INTEGRATOR          PIC X(01).
000780*----------------------------------------------------------------
000790* OBSERVE-ONLY FLAG (CC2-KAIROS-SHADOW): "Y" MEANS THE TRIGGER WAS
000800* EVALUATED BUT NO CORRECTION WAS APPLIED, AND
000810* REG-ACTIVATION-COUNT COUNTS WOULD-HAVE-FIRED EVENTS.  SUCH A RUN
000820* IS NOT A PRODUCTION RUN - TREND, ENVELOPE AND CHARGEBACK READERS
000830* LEAVE IT OUT.  "N" OR SPACE (AN ENTRY WRITTEN BEFORE THE FIELD
000840* EXISTED) IS PRODUCTION.
000850*----------------------------------------------------------------
000860     05  REG-SHADOW              PIC X(01).
000870*----------------------------------------------------------------
000880* CAPTURE CONSUMED: THE CAPTURE DATE OF THE SENSORIN FEED (THE
000890* DATE ON ITS FIRST FRAME) AND THE CAPTURE LIBRARY GENERATION IT
000900* CAME FROM (SEE COPY/CAPREC.CPY) - TOGETHER THE CAPLIB KEY, SO
000910* "WHICH CAPTURE PRODUCED THIS RUN" IS A KEYED READ.  IO-SENSE
000920* RESOLVES THEM AT CLOSE-OUT.  GENERATION ZERO - THE CAPTURE WAS
000930* NOT IN THE LIBRARY; DATE ZERO TOO - NO SENSORIN FRAME WAS EVER
000940* READ.
000950* SPACES - AN ENTRY WRITTEN BEFORE THE FIELDS EXISTED.
000960*----------------------------------------------------------------
000970     05  REG-CAPTURE-DATE        PIC 9(08).
000980     05  REG-CAPTURE-GEN         PIC 9(04).
000990*----------------------------------------------------------------
001000* CONFIGURATION PROFILE: THE RUNCAL PROFILE WITNESS-CALSTG STAGED
001010* THE RUN'S CONTROLCD, TUNECFG, CLUSTRCF AND KSCHED FROM, TAKEN
001020* FROM CC2-PROFILE (SEE COPY/CALREC.CPY).  SPACES - A HAND-KEYED
001030* DECK, A DERIVED RUN, OR AN ENTRY WRITTEN BEFORE THE FIELD
001040* EXISTED.
001050*----------------------------------------------------------------
001060     05  REG-PROFILE             PIC X(08).
001070*----------------------------------------------------------------
001080* CONFIGURATION APPROVAL, FROM WITNESS-INIT'S APRSTMP STAMP (SEE
001090* COPY/APSREC.CPY): THE APPROVED VERSION OF CONTROLCD, TUNECFG,
001100* CLUSTRCF AND KSCHED THE RUN WENT ON (ZERO - THE FILE MATCHED NO
001110* APPROVED VERSION), AND "Y" WITH THE CHANGE TICKET WHEN A FILE
001120* RAN ON THE ONE-NIGHT OVERRIDE CARD.  "N" - EVERY FILE APPROVED.
001130* SPACE - NOT CHECKED: A DERIVED RUN, A JOB WITHOUT THE STAMP, OR
001140* AN ENTRY WRITTEN BEFORE THE FIELDS EXISTED.
001150*----------------------------------------------------------------
001160     05  REG-APR-VERSIONS.
001170         10  REG-APR-CTL-VERSION     PIC 9(04).
001180         10  REG-APR-TUNE-VERSION    PIC 9(04).
001190         10  REG-APR-CLUS-VERSION    PIC 9(04).
001200         10  REG-APR-KSCH-VERSION    PIC 9(04).
001210     05  REG-APR-OVERRIDE        PIC X(01).
001220         88  REG-APR-OVERRIDDEN  VALUE "Y".
001230     05  REG-APR-TICKET          PIC X(12).
001240*----------------------------------------------------------------
001250* CHARGEBACK: THE COST CENTER AND PROJECT THE RUN IS BILLED TO,
001260* FROM CC2-COST-CENTER/CC2-PROJECT OR THE RUNQUEUE ENTRY, AS
001270* WITNESS-INIT OR WITNESS-QUEUE VALIDATED THEM AGAINST CCMAST
001280* (SEE COPY/CCMREC.CPY).  SPACES - UNASSIGNED, A DERIVED RUN, OR
001290* AN ENTRY WRITTEN BEFORE THE FIELDS EXISTED.
001300*----------------------------------------------------------------
001310     05  REG-COST-CENTER         PIC X(05).
001320     05  REG-PROJECT             PIC X(06).
001330*----------------------------------------------------------------
001340* OUTPUT CADENCES THE RUN APPLIED, IN STEPS (CONTROLCD CARD 3):
001350* CHECKPOINT, SEEDOUT, STATELKP AND CLSTMET.  THE READERS OF THOSE
001360* DATASETS TAKE THE CADENCE FROM HERE.  ZERO - THE RUN WROTE NO
001370* SUCH RECORDS (A REPLAY OR QUEUE RUN TAKES NO CHECKPOINT AND
001380* WRITES NO STATELKP OR CLSTMET).  SPACES - AN ENTRY WRITTEN
001390* BEFORE THE FIELDS EXISTED, WHEN EVERY CADENCE WAS 1000 STEPS.
001400*----------------------------------------------------------------
001410     05  REG-CADENCES.
001420         10  REG-CKPT-EVERY          PIC 9(05).
001430         10  REG-SEEDOUT-EVERY       PIC 9(05).
001440         10  REG-STATE-EVERY         PIC 9(05).
001450         10  REG-CLSTMET-EVERY       PIC 9(05).
